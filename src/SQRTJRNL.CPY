      *> before/after change journal record for SQRTJRNL.DAT -- one
      *> record appended (through the SQRTJRNL subprogram) for every
      *> add (A), rewrite (C) and delete (D) made to SQRTMSTR.DAT: when
      *> (yyyymmddhhmmsscc, stamped by SQRTJRNL), which program and run
      *> id made it, and the master record image before and after the
      *> change (flag N = no image, the record did not exist). SQRTROLL
      *> replays it backwards to put the master back as of a given time.
       01 journal-rec.
          02 jr-stamp        picture 9(16).
          02 filler          picture x(1).
          02 jr-program      picture x(12).
          02 filler          picture x(1).
          02 jr-run-id       picture x(8).
          02 filler          picture x(1).
          02 jr-action       picture x(1).
          02 filler          picture x(1).
          02 jr-before-flag  picture x(1).
          02 jr-before.
             03 jrb-key-z    picture s9(11)v9(6).
             03 jrb-degree   picture 9(2).
             03 jrb-root     picture s9(11)v9(6).
             03 jrb-iter     picture 9(5).
          02 filler          picture x(1).
          02 jr-after-flag   picture x(1).
          02 jr-after.
             03 jra-key-z    picture s9(11)v9(6).
             03 jra-degree   picture 9(2).
             03 jra-root     picture s9(11)v9(6).
             03 jra-iter     picture 9(5).
