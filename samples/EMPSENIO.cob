      *> EMPSENIO_MONTH environment variable (same operator-selectable
      *> convention as IXRECON's IXRECON_CONTROL_KEY); when unset, the
      *> current month is reported.
      *> Service is measured from EMP-SERVICE-DATE, the adjusted
      *> date a rehire carries after break-in-service bridging, so a
      *> returning employee is not listed as a new hire; the hire
      *> date is still shown alongside it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SORT-SERVICE-DATE PIC 9(8).
          05 SORT-HIRE-DATE PIC 9(8).
          05 SORT-EMP-ID    PIC 9(5).
          05 SORT-NAME      PIC X(20).
          05 WS-DL-HIRE-DATE   PIC 9(8).
          05 FILLER            PIC X(6) VALUE " YRS=".
          05 WS-DL-YEARS       PIC ZZ9.
          05 FILLER            PIC X(5) VALUE " SVC ".
          05 WS-DL-SERVICE-DATE PIC 9(8).
          05 FILLER            PIC X(12) VALUE SPACES.
       01 WS-COUNT-LINE-BUILD.
          05 WS-KL-LABEL       PIC X(30).
          05 WS-KL-COUNT       PIC Z(4)9.
           DISPLAY "   Anniversary month: " WS-TARGET-MONTH.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-SERVICE-DATE SORT-EMP-ID
               INPUT PROCEDURE IS RELEASE-EMPLOYEES
               OUTPUT PROCEDURE IS PRINT-SENIORITY-REPORT.

      *> a terminated record has no upcoming anniversary.
                           IF EMP-IS-ACTIVE OR EMP-STATUS = SPACE
                               MOVE EMP-HIRE-DATE TO SORT-HIRE-DATE
                               MOVE EMP-HIRE-DATE TO SORT-SERVICE-DATE
                               IF EMP-SERVICE-DATE NUMERIC
                                   IF EMP-SERVICE-DATE > 0
                                       MOVE EMP-SERVICE-DATE
                                           TO SORT-SERVICE-DATE
                                   END-IF
                               END-IF
                               MOVE EMP-ID TO SORT-EMP-ID
                               MOVE EMP-NAME TO SORT-NAME
                               MOVE EMP-DEPT TO SORT-DEPT
       REPORT-ONE-EMPLOYEE SECTION.
           ADD 1 TO WS-REC-COUNT.
           COMPUTE WS-HIRE-INT =
               FUNCTION INTEGER-OF-DATE (SORT-SERVICE-DATE).
           COMPUTE WS-SERVICE-DAYS = WS-TODAY-INT - WS-HIRE-INT.
           IF WS-SERVICE-DAYS < 0
               MOVE 0 TO WS-SERVICE-DAYS
           MOVE SORT-DEPT TO WS-DL-DEPT.
           MOVE SORT-HIRE-DATE TO WS-DL-HIRE-DATE.
           MOVE WS-SERVICE-YEARS TO WS-DL-YEARS.
           MOVE SORT-SERVICE-DATE TO WS-DL-SERVICE-DATE.
           MOVE WS-DETAIL-LINE-BUILD TO SENIORITY-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE.
      *> Anniversary check: service month equals the selected month.
           MOVE SORT-SERVICE-DATE (5:2) TO WS-HIRE-MONTH.
           IF WS-HIRE-MONTH = WS-TARGET-MONTH
               ADD 1 TO WS-ANNIV-COUNT
               MOVE "   ** SERVICE ANNIVERSARY THIS MONTH **"
