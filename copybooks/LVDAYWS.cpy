      ******************************************************************
      * LVDAYWS - WORKING-STORAGE for the shared leave-day paragraphs.
      *           See LVDAYPD. The caller opens HOLIDAY-FILE (HLDYSEL)
      *           for input and MOVEs "Y" to LV-HOLIDAY-SWITCH when
      *           the open succeeds - with no calendar, no day is a
      *           holiday. Then either MOVE a date to LV-DAY-DATE and
      *           PERFORM CLASSIFY-LEAVE-DAY, or MOVE a range to
      *           LV-FROM-DATE/LV-THRU-DATE and PERFORM
      *           COUNT-LEAVE-DAYS for the working days in it.
      ******************************************************************
       01  LV-HOLIDAY-SWITCH       PIC X       VALUE "N".
           88  LV-HOLIDAYS-ON-FILE             VALUE "Y".
       01  LV-DAY-DATE             PIC 9(8).
       01  LV-DAY-INTEGER          PIC 9(7).
       01  LV-WEEKDAY              PIC 9.
           88  LV-SUNDAY                       VALUE 0.
           88  LV-SATURDAY                     VALUE 6.
       01  LV-DAY-KIND             PIC X.
           88  LV-WORK-DAY                     VALUE "W".
           88  LV-WEEKEND-DAY                  VALUE "E".
           88  LV-HOLIDAY-DAY                  VALUE "H".
       01  LV-FROM-DATE            PIC 9(8).
       01  LV-THRU-DATE            PIC 9(8).
       01  LV-DAY-COUNT            PIC 9(3).
