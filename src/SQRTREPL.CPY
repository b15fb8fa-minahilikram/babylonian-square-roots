      *> repair-queue layouts for SQRTREPAIR -- the SQRTREPR.LOG audit
      *> record (one per START/END of a session and one per CORRECT,
      *> DELETE or HOLD of a rejected in-card, with the operator, the
      *> card's source file and position, and the value and degree
      *> before and after), and the SQRTHOLD.DAT hold-queue record
      *> (the held in-card and the file it was first rejected in).
       01 repair-log-rec.
          02 rl-ts          picture x(19).
          02 filler         picture x(1).
          02 rl-operator    picture x(20).
          02 filler         picture x(1).
          02 rl-session     picture 9(4).
          02 filler         picture x(1).
          02 rl-action      picture x(8).
          02 filler         picture x(1).
          02 rl-source      picture x(40).
          02 filler         picture x(1).
          02 rl-seq         picture 9(9).
          02 filler         picture x(1).
          02 rl-before      picture x(24).
          02 filler         picture x(1).
          02 rl-deg-before  picture 9(2).
          02 filler         picture x(1).
          02 rl-after       picture x(24).
          02 filler         picture x(1).
          02 rl-deg-after   picture 9(2).
          02 filler         picture x(1).
          02 rl-reason      picture x(20).
       01 repair-hold-rec.
          02 rh-card        picture x(80).
          02 rh-source      picture x(40).
          02 rh-seq         picture 9(9).
