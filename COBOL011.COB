      * Date: 01-09-2026
      * Purpose: Trend and aging report over the dated reject history
      *          REJHIST (see REJHLINE.CPY). Breaks the accumulated
      *          rejects down by reason code (RC01/RC02/RC03), by LAYCTL
      *          field name, by offending character and by day (with
      *          the day-over-day difference), and closes with an
      *          aging section for the rejects that were never
