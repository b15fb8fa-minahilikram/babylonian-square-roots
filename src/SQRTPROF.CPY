      *> per-feed processing profile card for the SQRTPROF.DAT control
      *> file -- one card per client feed, keyed by the feed id carried
      *> on the SQRTFEED.CPY 'HDR' card, giving the feed's default root
      *> degree, default tolerance, precision mode (S/H), CSV switch
      *> (Y/N) and feed-breaker thresholds. A blank field leaves the
      *> job-level default in force. Cards starting '*' are comments.
       01 feed-profile-card.
          02 pf-feed-id     picture x(8).
          02 filler         picture x(1).
          02 pf-degree      picture 9(2).
          02 filler         picture x(1).
          02 pf-diff        picture v9(5).
          02 filler         picture x(1).
          02 pf-precision   picture x(1).
          02 filler         picture x(1).
          02 pf-csv         picture x(1).
          02 filler         picture x(1).
          02 pf-max-bad-pct picture 9(3).
          02 filler         picture x(1).
          02 pf-breaker-min picture 9(9).
          02 filler         picture x(45).
