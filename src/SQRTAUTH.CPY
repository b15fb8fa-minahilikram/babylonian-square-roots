      *> operator authorization card for the SQRTAUTH.DAT control file
      *> -- one card per operator (the USER the programs run under) and
      *> function they may use: IGNLOCK (run past SQRT.LCK), RESTART
      *> (restart SQRT or the nightly chain mid-stream), REGOVR (feed
      *> registry override), PURGE and RELOAD (SQRTMAINT), RESTORE
      *> (ARCHBROWSE EXTRACT) and ROLLBACK (SQRTROLL APPLY), or ALL.
      *> Checked by the SQRTAUTH subprogram; no card means no. Cards
      *> starting '*' are comments.
       01 operator-auth-card.
          02 au-operator    picture x(20).
          02 filler         picture x(1).
          02 au-function    picture x(8).
          02 filler         picture x(51).
