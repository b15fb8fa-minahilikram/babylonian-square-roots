      *> report work record written by SQRT to SQRTRPTW<id>.TMP in
      *> place of printing SQRT<date>.RPT directly -- every report line
      *> is tagged with its print group (1 = feed control lines ahead
      *> of the detail, 2 = detail by root degree, 3 = closing trailer
      *> and balancing lines), the root degree, the input card position
      *> and a line number within the card, so the SQRTRPT subprogram
      *> can sort the detail into degree groups and page the report.
      *> rw-kind tags detail lines C converged, R rejected, A aborted
      *> or M message; rw-iter carries the iterations of a C line and
      *> rw-advance the line spacing the line was printed with.
       01 report-work-record.
          02 rw-group  picture 9(1).
          02 rw-degree picture 9(2).
          02 rw-seq    picture 9(9).
          02 rw-sub    picture 9(3).
          02 rw-kind   picture x(1).
          02 rw-iter   picture 9(5).
          02 rw-advance picture 9(1).
          02 rw-line   picture x(222).
