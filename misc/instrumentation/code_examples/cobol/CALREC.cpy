*> one business calendar record per calendar date, held in date
*> order on BUSCAL.  Operations loads each year before it starts -
*> every date of the year, week-ends and holidays included, so a date
*> that is not on the file means the year was never loaded.  The month
*> end and quarter end flags sit on the last business day of the
*> month or quarter, which is the night the period-end jobs are due.
*> All flags are "Y" or "N".
01 BUSINESS-CALENDAR-RECORD.
  05 CAL-DATE PIC 9(8).
  05 CAL-DATE-PARTS REDEFINES CAL-DATE.
    10 CAL-YEAR PIC 9(4).
    10 CAL-MONTH PIC 99.
    10 CAL-DAY PIC 99.
  05 FILLER PIC X.
  05 CAL-BUSINESS-DAY-FLAG PIC X.
    88 CAL-BUSINESS-DAY VALUE "Y".
  05 CAL-HOLIDAY-FLAG PIC X.
    88 CAL-HOLIDAY VALUE "Y".
  05 CAL-WEEKEND-FLAG PIC X.
    88 CAL-WEEKEND VALUE "Y".
  05 CAL-MONTH-END-FLAG PIC X.
    88 CAL-MONTH-END VALUE "Y".
  05 CAL-QUARTER-END-FLAG PIC X.
    88 CAL-QUARTER-END VALUE "Y".
  05 FILLER PIC X.
  05 CAL-DESCRIPTION PIC X(30).
