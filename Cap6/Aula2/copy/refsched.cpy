      *> Tuition refund schedule, one row per term, maintained by the
      *> bursar. Up to five tiers in date order: a drop or withdrawal
      *> dated on or before a tier's through-date is refunded at that
      *> tier's percentage (e.g. 100 through the end of week 1, 50
      *> through week 4). Unused tiers carry a zero date. Anything
      *> dated after the last tier is refunded at 0 percent; a term
      *> with no schedule row is refunded in full.
         01 Refund-Schedule-Record.
            02 Rsch-Term          PIC X(6).
            02 Rsch-Tier OCCURS 5 TIMES.
               03 Rsch-Through-Date PIC 9(8).
               03 Rsch-Refund-Pct PIC 9(3).
