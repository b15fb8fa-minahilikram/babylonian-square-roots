      *> chargeback rate card for the SQRTRATE.DAT control file -- one
      *> card per feed id giving the client billed for it and the
      *> per-record charges: each computed result, each SQRTMSTR.DAT
      *> cache hit, the surcharge on each high-precision result and
      *> each reject or abort (9(3)v9(4), no decimal point punched). A
      *> feed with no card of its own is billed on the DEFAULT card.
      *> Cards starting '*' are comments.
       01 rate-card.
          02 rc-feed-id     picture x(8).
          02 filler         picture x(1).
          02 rc-client      picture x(20).
          02 filler         picture x(1).
          02 rc-computed    picture 9(3)v9(4).
          02 filler         picture x(1).
          02 rc-cache-hit   picture 9(3)v9(4).
          02 filler         picture x(1).
          02 rc-hp          picture 9(3)v9(4).
          02 filler         picture x(1).
          02 rc-reject      picture 9(3)v9(4).
          02 filler         picture x(19).
