      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  2026-09-02  RLM  Original program.                            *
      *  2026-09-30  RLM  Transfer-credit rows (EN-TRANSFER-TERM) are  *
      *                   not a class anyone sat in and are left off   *
      *                   the rosters.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
           IF WS-SORT-EOF-YES
               GO TO 1150-EXIT
           END-IF
           IF EN-TRANSFER-TERM
               GO TO 1150-EXIT
           END-IF
           MOVE EN-TERM TO SW-TERM
           MOVE EN-COURSE TO SW-COURSE
           MOVE EN-STUDENTID TO SW-STUDENTID
