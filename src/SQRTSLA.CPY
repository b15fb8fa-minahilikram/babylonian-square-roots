      *> batch-window SLA layouts for SQRTSLA -- the window card read
      *> from SQRTSLA.DAT, one per nightly chain step (CONV, SQRT, CERT,
      *> REPROC, RECON, ACK, DASH, ARCHIVER): expected run time in
      *> minutes and latest allowed finish (hhmm, taken as the next
      *> morning when earlier than the chain's start time); and the
      *> alert record appended to SQRTSLA.ALR when a step runs past
      *> its expected time (DURATION) or its latest finish (LATEST),
      *> or the projected chain finish falls after the last step's
      *> latest finish (PROJECT). Window cards starting '*' are
      *> comments.
       01 sla-window-card.
          02 sw-step      picture x(8).
          02 filler       picture x(1).
          02 sw-duration  picture 9(4).
          02 filler       picture x(1).
          02 sw-latest    picture 9(4).
          02 filler       picture x(62).
       01 sla-alert-rec.
          02 sa-ts        picture x(19).
          02 filler       picture x(1).
          02 sa-run-date  picture 9(8).
          02 filler       picture x(1).
          02 sa-step      picture x(12).
          02 filler       picture x(1).
          02 sa-kind      picture x(8).
          02 filler       picture x(1).
          02 sa-elapsed   picture 9(5).
          02 filler       picture x(1).
          02 sa-expected  picture 9(5).
          02 filler       picture x(1).
          02 sa-latest    picture 9(4).
          02 filler       picture x(1).
          02 sa-projected picture x(16).
          02 filler       picture x(16).
