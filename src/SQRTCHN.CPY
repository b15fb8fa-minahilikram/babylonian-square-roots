      *> nightly chain history record for SQRTCHN<date>.JCF, appended
      *> by SQRTCHAIN -- a STARTED record as each step is launched and
      *> a COMPLETE/FAILED record (start, end, return code) when it
      *> finishes, plus a step 'CHAIN' pair marking the start and end
      *> of each chain run. SQRTCHAIN reads it back to skip finished
      *> steps on a restart; SQRTSLA reads it to watch the batch
      *> window.
       01 chain-record.
          02 chn-step    picture x(12).
          02 filler      picture x(1) value space.
          02 chn-start   picture x(19).
          02 filler      picture x(1) value space.
          02 chn-end     picture x(19).
          02 filler      picture x(1) value space.
          02 chn-outcome picture x(12).
          02 filler      picture x(1) value space.
          02 chn-rc      picture 9(4).
