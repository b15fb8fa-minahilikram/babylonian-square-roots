      *> downstream acknowledgement layouts for SQRTACK -- the ACK/NAK
      *> record each consumer of SQRTEXT<date>.DAT returns (appended to
      *> SQRTACK.DAT as they arrive): the consuming system, the extract
      *> id and date from the extract's HDR record (xh-feed-id,
      *> xh-date), the detail count and root hash total the consumer
      *> counted (in the extract trailer's own format), and for a NAK
      *> the reason it was refused. A later record for the same
      *> extract and system replaces an earlier one, so a NAK followed
      *> by an ACK after a resend is cleared. The consumer card
      *> (SQRTACKC.DAT) names each system expected to acknowledge every
      *> extract; with no cards, acknowledgements from any system
      *> count as one consumer and the latest record for the extract
      *> decides. Consumer cards starting '*' are comments.
       01 ack-record.
          02 ak-type       picture x(3).
          02 filler        picture x(1).
          02 ak-system     picture x(8).
          02 filler        picture x(1).
          02 ak-extract-id picture x(8).
          02 filler        picture x(1).
          02 ak-date       picture 9(8).
          02 filler        picture x(1).
          02 ak-count      picture 9(9).
          02 filler        picture x(1).
          02 ak-hash       picture s9(17)v9(6).
          02 filler        picture x(1).
          02 ak-reason     picture x(30).
          02 filler        picture x(5).
       01 ack-consumer-card.
          02 acc-system    picture x(8).
          02 filler        picture x(72).
