      ******************************************************************
      * YTDLAY
      * Year-to-date store sales accumulation record layout used by
      * YTDIN-F/YTDOUT-F (mtdar1 adds each closed month at month-end)
      * and YTD-F (yoyrp1 year-over-year comparable-store report).
      * One row per store per closed month, kept for the current
      * and the prior calendar year. YS-ACTIVE-FLG is the store's
      * TM-ACTIVE-FLG on the TENPO master as it stood when the month
      * closed ('1' = active, '0' = closed or not on the master) --
      * the master itself keeps no history, so this is the record
      * of which stores were trading in which month. A store on the
      * master with no sales still gets a row (at zero) so its
      * status is recorded.
      ******************************************************************
           03  YS-TENPO              PIC  X(05).
           03  YS-MONTH              PIC  9(06).
           03  YS-ACTIVE-FLG         PIC  X(01).
           03  YS-DAIKIN             PIC  S9(15).
           03  YS-COUNT              PIC  9(09).
