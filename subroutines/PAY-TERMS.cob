       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-TERMS.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * the date a number of days of payment terms runs out, in one
      * place for everything that works from the customer's terms
      * (Payment-Terms on CUSTREC.cpy): invgen.cob stamping the due
      * and discount dates on an invoice, aging.cob, collsweep.cob
      * and letters.cob counting overdue from the due date. L-Days
      * on from L-From-Date, and when that lands on a weekend or a
      * HolidayCalendar.dat holiday, the next business day after it
      * through the BUSINESS-DAY subroutine - nobody can be made to
      * pay on a day the shop and the bank are shut. Zero days (no
      * terms) comes back as L-From-Date itself, as does a date
      * that isn't one, so an invoice with no terms is due the day
      * it is cut exactly as before terms existed.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-Work-Int PIC 9(8).
           01 WS-BD-Op PIC X(3) VALUE "NXT".
           01 WS-BD-From PIC 9(8).
           01 WS-BD-To PIC 9(8) VALUE ZERO.
           01 WS-BD-Result-Date PIC 9(8).
           01 WS-BD-Result-Count PIC 9(5).

       LINKAGE SECTION.
           01 L-From-Date PIC 9(8).
           01 L-Days PIC 9(3).
           01 L-Result-Date PIC 9(8).

       PROCEDURE DIVISION USING L-From-Date, L-Days, L-Result-Date.
       PAY-TERMS-PARA.
           MOVE L-From-Date TO L-Result-Date
           IF L-Days NOT NUMERIC
               OR L-Days = ZERO
               OR L-From-Date NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(L-From-Date) NOT = ZERO
               GOBACK
           END-IF
      *    the first business day after the day before the due date
      *    is the due date itself when it is a business day.
           COMPUTE WS-Work-Int =
               FUNCTION INTEGER-OF-DATE(L-From-Date) + L-Days - 1
           COMPUTE WS-BD-From = FUNCTION DATE-OF-INTEGER(WS-Work-Int)
           CALL "BUSINESS-DAY" USING WS-BD-Op, WS-BD-From, WS-BD-To,
               WS-BD-Result-Date, WS-BD-Result-Count
           MOVE WS-BD-Result-Date TO L-Result-Date
           GOBACK.
