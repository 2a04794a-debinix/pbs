      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.
      **********************************************************
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Hand out the business date a batch program is
      *          to work on, in place of the system clock. The
      *          nightly driver sets PBS_AFFARSDAG (YYYY-MM-DD)
      *          for every step of a run, so a night that was
      *          missed is run afterwards as the day it should
      *          have been - due dates, dunning deadlines,
      *          interest days and the status returns all counted
      *          from that day, not from the day the catch-up
      *          happens to run.
      *
      *          The caller passes its 21-byte date-time area,
      *          laid out as FUNCTION CURRENT-DATE returns it:
      *
      *              CALL 'BUSDATE' USING todays-date
      *
      *          The area is filled from the clock and, when a
      *          valid business date is set, the date part is
      *          replaced by it; the time of day is always the
      *          clock's. Without PBS_AFFARSDAG - an operator
      *          session, a run by hand - the clock is used as
      *          before.
      * Initial Version Created: 2014-04-30
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FILE SECTION.

      **********************************************************
       WORKING-STORAGE SECTION.

       01  wc-bd-env                    PIC X(10) VALUE SPACE.
       01  wn-bd-ymd                    PIC 9(8)  VALUE ZERO.
       01  wn-bd-int                    PIC S9(9) COMP VALUE ZERO.

       LINKAGE SECTION.
      *---------------------------------------------------------
       01  lc-date-time.
           05  lc-bd-yyyymmdd           PIC X(8).
           05  FILLER                   PIC X(13).

      **********************************************************
       PROCEDURE DIVISION USING lc-date-time.
       000-business-date.

           MOVE FUNCTION CURRENT-DATE TO lc-date-time

           MOVE SPACE TO wc-bd-env
           ACCEPT wc-bd-env FROM ENVIRONMENT 'PBS_AFFARSDAG'

           IF wc-bd-env NOT = SPACE
               PERFORM A0100-apply-business-date
           END-IF

           MOVE ZERO TO RETURN-CODE
           EXIT PROGRAM
           .

      **********************************************************
      *    only a real calendar date replaces the clock; anything
      *    else is reported and the clock stands
       A0100-apply-business-date.

           IF wc-bd-env(5:1) = '-'
              AND wc-bd-env(8:1) = '-'
              AND wc-bd-env(1:4) IS NUMERIC
              AND wc-bd-env(6:2) IS NUMERIC
              AND wc-bd-env(9:2) IS NUMERIC
               MOVE ZERO TO wn-bd-ymd
               MOVE wc-bd-env(1:4) TO wn-bd-ymd(1:4)
               MOVE wc-bd-env(6:2) TO wn-bd-ymd(5:2)
               MOVE wc-bd-env(9:2) TO wn-bd-ymd(7:2)
               MOVE FUNCTION TEST-DATE-YYYYMMDD(wn-bd-ymd)
                   TO wn-bd-int
           ELSE
               MOVE 1 TO wn-bd-int
           END-IF

           IF wn-bd-int = ZERO
               MOVE wn-bd-ymd TO lc-bd-yyyymmdd
           ELSE
               DISPLAY 'BUSDATE: ogiltig affärsdag ' wc-bd-env
                       ' - systemdatum används'
           END-IF
           .

      **********************************************************
