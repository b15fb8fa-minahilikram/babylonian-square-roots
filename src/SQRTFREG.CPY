      *> feed registry record for SQRTFREG.DAT -- one record appended
      *> by SQRT (through the SQRTFREG subprogram) for every feed that
      *> finishes balanced against its own HDR/TRL controls: the feed
      *> id and business date from the 'HDR' card, the status, the run
      *> id, when it completed and who ran it. SQRT checks it before
      *> processing so the same feed id and date is not published twice.
       01 feed-registry-rec.
          02 fr-feed-id  picture x(8).
          02 filler      picture x(1).
          02 fr-date     picture 9(8).
          02 filler      picture x(1).
          02 fr-status   picture x(8).
          02 filler      picture x(1).
          02 fr-run-id   picture x(8).
          02 filler      picture x(1).
          02 fr-ts       picture x(19).
          02 filler      picture x(1).
          02 fr-operator picture x(20).
          02 filler      picture x(4).
