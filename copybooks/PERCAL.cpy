      *    Accounting-period calendar record, written by LEAP (PCAL
      *    mode) for one season and read by every month-end job
      *    that closes a period. A period runs from its start date
      *    to its end date - the last game night that falls in its
      *    calendar month, the final period included - and its
      *    books close on the close date, the next business day
      *    after that last game night. The month-end jobs pick the
      *    period whose close date is the business date on
      *    BUSDCARD. PC-PERIOD-MONTH is the calendar month the
      *    period is named for.
       01 PC-RECORD.
          05 PC-SEASON-ID     PIC X(8).
          05 PC-PERIOD-NO     PIC 99.
          05 PC-PERIOD-MONTH  PIC 9(6).
          05 PC-START-DATE    PIC 9(8).
          05 PC-END-DATE      PIC 9(8).
          05 PC-LAST-NIGHT    PIC 9(8).
          05 PC-CLOSE-DATE    PIC 9(8).
