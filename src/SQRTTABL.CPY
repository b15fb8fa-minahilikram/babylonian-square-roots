      *> control card for the SQRTTABL reference-table generator -- one
      *> card per table: start and end value, step, up to six degrees
      *> (one printed column each, blank or zero ends the list) and
      *> the convergence tolerance (blank or zero = SQRT's default
      *> .00001). Every root computed is also added to SQRTMSTR.DAT
      *> unless the key is already there. Cards starting '*' are
      *> comments.
       01 table-control-card.
          02 tc-start   picture s9(11)v9(6).
          02 filler     picture x(1).
          02 tc-end     picture s9(11)v9(6).
          02 filler     picture x(1).
          02 tc-step    picture 9(11)v9(6).
          02 filler     picture x(1).
          02 tc-degrees.
             03 tc-degree-entry occurs 6 times.
                04 tc-degree picture 9(2).
                04 filler    picture x(1).
          02 tc-tol     picture v9(5).
          02 filler     picture x(3).
