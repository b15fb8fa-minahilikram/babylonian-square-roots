      *> SQRT run trailer lines -- the record counts, the cache hit,
      *> computed and high-precision counts, and the iteration
      *> statistics printed at the foot of SQRT<date>.RPT, .DIG and
      *> the console. Shared by SQRT and SQRTPART, which prints the
      *> combined trailer of a partitioned run; DASHBOARD and
      *> SQRTTREND locate the 'records read....' line at column 2.
       01 trailer-line.
          02 filler picture x(1)  value spaces.
          02 filler picture x(16) value 'records read....'.
          02 trl-read       picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'converged.......'.
          02 trl-converged  picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'rejected........'.
          02 trl-rejected   picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'aborted.........'.
          02 trl-aborted    picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'bad tolerance...'.
          02 trl-bad-diff   picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'skipped.........'.
          02 trl-skipped    picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'duplicates......'.
          02 trl-duplicates picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'too large.......'.
          02 trl-toolarge   picture zzzzzzzz9.

       01 trailer-line-3.
          02 filler picture x(1)  value spaces.
          02 filler picture x(16) value 'cache hits......'.
          02 trl-cache-hits picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'computed........'.
          02 trl-computed   picture zzzzzzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'high precision..'.
          02 trl-hp         picture zzzzzzzz9.

       01 trailer-line-2.
          02 filler picture x(1)  value spaces.
          02 filler picture x(16) value 'iterations min..'.
          02 trl-iter-min   picture zzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'iterations max..'.
          02 trl-iter-max   picture zzzz9.
          02 filler picture x(3)  value spaces.
          02 filler picture x(16) value 'iterations avg..'.
          02 trl-iter-avg   picture zzzz9.99.
