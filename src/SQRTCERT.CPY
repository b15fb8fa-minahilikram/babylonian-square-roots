      *> certification control record written by SQRTCERT to
      *> SQRTCERT<date>.CTL once the residual back-check of a
      *> SQRTEXT<date>.DAT extract is finished -- a 'CRT' marker, the
      *> extract's business date, the PASS/FAIL verdict, the counts it
      *> was reached on and the state of the extract's own trailer.
      *> SQRTCHAIN reads it back to decide whether the rest of the
      *> nightly chain may run.
       01 cert-control-rec.
          02 cc-marker    picture x(3).
          02 cc-date      picture 9(8).
          02 cc-verdict   picture x(4).
          02 cc-checked   picture 9(9).
          02 cc-passed    picture 9(9).
          02 cc-failed    picture 9(9).
          02 cc-trailer   picture x(1).
          02 cc-extract   picture x(40).
          02 filler       picture x(17).
