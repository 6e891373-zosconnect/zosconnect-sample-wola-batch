
       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD           PIC X(76).

       FD  REPTFILE
           RECORDING MODE IS F.
      *  Tally the row into the day entry at WS-DAY-FOUND-IDX: day
      *  and hour totals, the verb slot at both levels, and the
      *  applied/rejected split. Outcome 'Y' is an applied change;
      *  'N' is a reject or no-op and 'A' a refusal for want of
      *  caller authority, both counted as rejected; 'P' (parked
      *  pending) counts as neither.
      *  ============================================================
      *
       Tally-Into-Day.
             WHEN 'Y'
               ADD 1 TO DAY-APPLIED-COUNT(WS-DAY-FOUND-IDX)
             WHEN 'N'
             WHEN 'A'
               ADD 1 TO DAY-REJECTED-COUNT(WS-DAY-FOUND-IDX)
           END-EVALUATE.
      *
