      * PERREC - the LEDGERPER.DAT record LEDGERCLOSE writes for every
      * center at every period close: the balance the period opened
      * with and the balance it closed with, keyed by center and
      * period (yyyymm). Shared so the close that writes it and the
      * statement, proof, and export programs that read it back all
      * agree on the shape.
       01  period-record.
           05 per-key.
               10 per-cost-center  pic x(6).
               10 per-period       pic 9(6).
           05 per-opening          pic s9(5)v99 sign leading separate.
           05 per-closing          pic s9(5)v99 sign leading separate.
           05 per-close-date       pic 9(8).
