      ******************************************************************
      * LVDAYPD - PROCEDURE DIVISION paragraphs deciding which days
      *           leave is charged for. See LVDAYWS. Leave is taken
      *           Monday through Friday; a weekend day or a day on
      *           the holiday calendar draws nothing, since the
      *           holiday is paid by its own card. The request, the
      *           approval, the cards, and the absence calendar all
      *           COPY this so they agree on what a leave day is.
      ******************************************************************
       CLASSIFY-LEAVE-DAY.
      *    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *    so the remainder by 7 is 0 on a Sunday and 6 on a
      *    Saturday.
           COMPUTE LV-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (LV-DAY-DATE).
           COMPUTE LV-WEEKDAY = FUNCTION MOD (LV-DAY-INTEGER, 7).
           MOVE "W" TO LV-DAY-KIND.
           IF LV-SUNDAY OR LV-SATURDAY
               MOVE "E" TO LV-DAY-KIND
           ELSE
               IF LV-HOLIDAYS-ON-FILE
                   MOVE LV-DAY-DATE TO HL-HOLIDAY-DATE
                   READ HOLIDAY-FILE
                       KEY IS HL-HOLIDAY-DATE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "H" TO LV-DAY-KIND
                   END-READ
               END-IF
           END-IF.

       COUNT-LEAVE-DAYS.
           MOVE 0 TO LV-DAY-COUNT.
           MOVE LV-FROM-DATE TO LV-DAY-DATE.
           PERFORM COUNT-ONE-LEAVE-DAY
               UNTIL LV-DAY-DATE > LV-THRU-DATE.

       COUNT-ONE-LEAVE-DAY.
           PERFORM CLASSIFY-LEAVE-DAY.
           IF LV-WORK-DAY
               ADD 1 TO LV-DAY-COUNT
           END-IF.
           COMPUTE LV-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (LV-DAY-INTEGER + 1).
