      *> run activity record for SQRTACT.DAT -- one record appended by
      *> SQRT (or SQRTPART for a partitioned run) alongside its
      *> BATCHRUN.LOG record, carrying the same timestamp, with the
      *> counts the chargeback is billed from: records read, computed
      *> results, master cache hits, high-precision results, converged,
      *> rejected (including too large) and aborted. Read by SQRTBILL.
       01 activity-rec.
          02 ac-ts          picture x(19).
          02 filler         picture x(1).
          02 ac-program     picture x(12).
          02 filler         picture x(1).
          02 ac-run-date    picture 9(8).
          02 filler         picture x(1).
          02 ac-feed-id     picture x(8).
          02 filler         picture x(1).
          02 ac-run-id      picture x(8).
          02 filler         picture x(1).
          02 ac-read        picture 9(9).
          02 filler         picture x(1).
          02 ac-computed    picture 9(9).
          02 filler         picture x(1).
          02 ac-cache-hits  picture 9(9).
          02 filler         picture x(1).
          02 ac-hp          picture 9(9).
          02 filler         picture x(1).
          02 ac-converged   picture 9(9).
          02 filler         picture x(1).
          02 ac-rejected    picture 9(9).
          02 filler         picture x(1).
          02 ac-aborted     picture 9(9).
          02 filler         picture x(1).
          02 ac-outcome     picture x(12).
