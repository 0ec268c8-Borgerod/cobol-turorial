      *>   amount as 9(7)V9(2) implied-decimal; a WRTOFF (queued
      *>   and executed by writeoff.cob) packs its amount the same
      *>   way. A CHKSTP (stop-payment, queued and executed by
      *>   checkctl.cob) carries the check number in bytes 1-6,
      *>   and a QUODSC (a discount exception on a price quote,
      *>   queued by decimal-arithmatics.cob, honored by
      *>   quoteconv.cob) the quote number in bytes 1-6.
           05 PA-Detail       PIC X(40).
           05 PA-Maker        PIC X(10).
           05 PA-Maker-Stamp  PIC X(14).
