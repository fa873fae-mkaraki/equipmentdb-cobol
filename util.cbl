      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Utilization / Idle Asset
      *          Report.
      *          For a chosen period, shows how many days each
      *          loanable item (every live item that is not RETIRED)
      *          spent on loan against the days it was available -
      *          the period, less any part of it before the item's
      *          purchase date - with the same totals by product name
      *          and by department. Loan days come from the completed
      *          loans on loanhist.data plus the loans still open on
      *          loans.data (counted up to today). Items that were
      *          neither borrowed nor booked on equipresv.data (booked
      *          or used bookings; cancelled ones do not count) during
      *          the period are flagged IDLE, so idle kit can be
      *          redeployed or disposed of instead of buying more.
      *          Days are counted inclusively: a loan out and back the
      *          same day is one day on loan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-UTIL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT LOAN-LIST-DATA ASSIGN TO "loans.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-SERIAL
               FILE STATUS IS STATUS-LOAN-LIST-DATA.
               SELECT LOAN-HISTORY-DATA ASSIGN TO "loanhist.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOAN-HISTORY-DATA.
               SELECT RESV-LIST-DATA ASSIGN TO "equipresv.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RESV-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD LOAN-LIST-DATA.
           COPY "loanrec.cpy".
           FD LOAN-HISTORY-DATA.
           COPY "lhistrec.cpy".
           FD RESV-LIST-DATA.
           COPY "resvrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-LOAN-LIST-DATA PIC X(2).
           01 STATUS-LOAN-HISTORY-DATA PIC X(2).
           01 STATUS-RESV-LIST-DATA PIC X(2).
           01 PERIOD-START-DATE PIC 9(8).
           01 PERIOD-END-DATE PIC 9(8).
           01 PERIOD-START-INTEGER PIC 9(9).
           01 PERIOD-END-INTEGER PIC 9(9).
           01 TODAY-DATE PIC 9(8).
           01 LOAN-FROM-DATE PIC 9(8).
           01 LOAN-TO-DATE PIC 9(8).
           01 OVERLAP-START PIC 9(9).
           01 OVERLAP-END PIC 9(9).
           01 OVERLAP-DAYS PIC 9(5).
           01 DAYS-ON-LOAN PIC 9(5).
           01 DAYS-AVAILABLE PIC 9(5).
           01 UTIL-PERCENT PIC 9(3)V9.
           01 PERCENT-DISPLAY PIC ZZ9.9.
           01 LOAN-DAYS-DISPLAY PIC ZZZZ9.
           01 AVAIL-DAYS-DISPLAY PIC ZZZZ9.
           01 IDLE-MARK PIC X(04).
           01 LOOKUP-SERIAL PIC X(10).
           01 ITEM-COUNTER PIC 9(5) VALUE ZERO.
           01 IDLE-COUNTER PIC 9(5) VALUE ZERO.
           01 GRAND-LOAN-DAYS PIC 9(9) VALUE ZERO.
           01 GRAND-AVAIL-DAYS PIC 9(9) VALUE ZERO.
      *    Loan days and booking marks per serial, gathered from the
      *    history, open-loan and reservation files before the master
      *    is scanned.
           01 USAGE-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 USAGE-TABLE.
               05 USAGE-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON USAGE-TABLE-COUNT
                   INDEXED BY USAGE-TABLE-INDEX.
                   10 UT-SERIAL PIC X(10).
                   10 UT-LOAN-DAYS PIC 9(5).
                   10 UT-LOAN-COUNT PIC 9(4).
                   10 UT-BOOKED-FLAG PIC X(01).
           01 MATCH-INDEX PIC 9(4).
           01 SERIAL-FOUND-SWITCH PIC X(01).
               88 SERIAL-FOUND VALUE "Y".
           01 PRODUCT-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
           01 PRODUCT-TABLE.
               05 PRODUCT-TABLE-ENTRY OCCURS 200 TIMES.
                   10 PT-NAME PIC X(50).
                   10 PT-ITEMS PIC 9(5).
                   10 PT-IDLE PIC 9(5).
                   10 PT-LOAN-DAYS PIC 9(9).
                   10 PT-AVAIL-DAYS PIC 9(9).
           01 PRODUCT-TABLE-INDEX PIC 9(3).
           01 PRODUCT-OVERFLOW-COUNTER PIC 9(5) VALUE ZERO.
           01 DEPT-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
           01 DEPT-TABLE.
               05 DEPT-TABLE-ENTRY OCCURS 50 TIMES.
                   10 DT-NAME PIC X(20).
                   10 DT-ITEMS PIC 9(5).
                   10 DT-IDLE PIC 9(5).
                   10 DT-LOAN-DAYS PIC 9(9).
                   10 DT-AVAIL-DAYS PIC 9(9).
           01 DEPT-TABLE-INDEX PIC 9(3).
           01 DEPT-OVERFLOW-COUNTER PIC 9(5) VALUE ZERO.
           01 GROUP-MATCH-INDEX PIC 9(3).
           01 GROUP-FOUND-SWITCH PIC X(01).
               88 GROUP-ENTRY-FOUND VALUE "Y".
           01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
               88 USAGE-TABLE-FULL VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Period From Date (YYYYMMDD): ".
           ACCEPT PERIOD-START-DATE FROM CONSOLE.
           DISPLAY "Period To Date (YYYYMMDD): ".
           ACCEPT PERIOD-END-DATE FROM CONSOLE.
           IF PERIOD-END-DATE < PERIOD-START-DATE THEN
               DISPLAY "To date is before from date, nothing to "
                   "report."
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE PERIOD-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(PERIOD-START-DATE).
           COMPUTE PERIOD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(PERIOD-END-DATE).

           PERFORM LOAD-LOAN-HISTORY.
           PERFORM LOAD-OPEN-LOANS.
           PERFORM LOAD-RESERVATIONS.
           IF USAGE-TABLE-FULL THEN
               DISPLAY "More than 9999 serials used in the period - "
                   "usage table full, report refused."
               GOBACK
           END-IF.

           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               DISPLAY "equipments.data not found, nothing to report."
               GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "---- UTILIZATION " PERIOD-START-DATE " TO "
               PERIOD-END-DATE " ----".
           DISPLAY "SERIAL     | PRODUCT NAME"
               "                                       | "
               "DEPARTMENT           | LOAN | AVAIL |   PCT |".
           PERFORM UNTIL STATUS-EQUIPMENT-LIST-DATA NOT = "00"
               PERFORM REPORT-EQUIPMENT-ENTRY
           END-PERFORM.
           CLOSE EQUIPMENT-LIST-DATA.

           PERFORM DISPLAY-PRODUCT-TOTALS.
           PERFORM DISPLAY-DEPARTMENT-TOTALS.
           PERFORM DISPLAY-GRAND-TOTALS.

           GOBACK.

       LOAD-LOAN-HISTORY.
           MOVE SPACE TO STATUS-LOAN-HISTORY-DATA.
           OPEN INPUT LOAN-HISTORY-DATA.
           IF STATUS-LOAN-HISTORY-DATA = "00" THEN
               PERFORM UNTIL STATUS-LOAN-HISTORY-DATA NOT = "00"
                   PERFORM LOAD-HISTORY-ENTRY
               END-PERFORM
               CLOSE LOAN-HISTORY-DATA
           END-IF.
           EXIT.

       LOAD-HISTORY-ENTRY.
           READ LOAN-HISTORY-DATA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LHIST-SERIAL TO LOOKUP-SERIAL
                   MOVE LHIST-CHECKOUT-DATE TO LOAN-FROM-DATE
                   MOVE LHIST-RETURN-DATE TO LOAN-TO-DATE
                   PERFORM RECORD-LOAN-DAYS
           END-READ.
           EXIT.

      *    An open loan is counted as on loan up to today - it has
      *    not come back yet, whatever its due date says.
       LOAD-OPEN-LOANS.
           MOVE SPACE TO STATUS-LOAN-LIST-DATA.
           OPEN INPUT LOAN-LIST-DATA.
           IF STATUS-LOAN-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-LOAN-LIST-DATA NOT = "00"
                   PERFORM LOAD-OPEN-LOAN-ENTRY
               END-PERFORM
               CLOSE LOAN-LIST-DATA
           END-IF.
           EXIT.

       LOAD-OPEN-LOAN-ENTRY.
           READ LOAN-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LOAN-SERIAL TO LOOKUP-SERIAL
                   MOVE LOAN-CHECKOUT-DATE TO LOAN-FROM-DATE
                   MOVE TODAY-DATE TO LOAN-TO-DATE
                   PERFORM RECORD-LOAN-DAYS
           END-READ.
           EXIT.

      *    Only the part of a loan that falls inside the period
      *    counts; a loan wholly outside it adds nothing.
       RECORD-LOAN-DAYS.
           COMPUTE OVERLAP-START =
               FUNCTION INTEGER-OF-DATE(LOAN-FROM-DATE).
           IF OVERLAP-START < PERIOD-START-INTEGER THEN
               MOVE PERIOD-START-INTEGER TO OVERLAP-START
           END-IF.
           COMPUTE OVERLAP-END =
               FUNCTION INTEGER-OF-DATE(LOAN-TO-DATE).
           IF OVERLAP-END > PERIOD-END-INTEGER THEN
               MOVE PERIOD-END-INTEGER TO OVERLAP-END
           END-IF.
           IF OVERLAP-END >= OVERLAP-START THEN
               COMPUTE OVERLAP-DAYS = OVERLAP-END - OVERLAP-START + 1
               PERFORM FIND-OR-ADD-USAGE-ENTRY
               IF SERIAL-FOUND THEN
                   ADD OVERLAP-DAYS TO UT-LOAN-DAYS(MATCH-INDEX)
                   ADD 1 TO UT-LOAN-COUNT(MATCH-INDEX)
               END-IF
           END-IF.
           EXIT.

       LOAD-RESERVATIONS.
           MOVE SPACE TO STATUS-RESV-LIST-DATA.
           OPEN INPUT RESV-LIST-DATA.
           IF STATUS-RESV-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-RESV-LIST-DATA NOT = "00"
                   PERFORM LOAD-RESV-ENTRY
               END-PERFORM
               CLOSE RESV-LIST-DATA
           END-IF.
           EXIT.

      *    Two date ranges overlap when each one starts on or before
      *    the other ends, the same test EQUIPMENTDB-RESERVE uses for
      *    a collision.
       LOAD-RESV-ENTRY.
           READ RESV-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF RESV-STATE-FLAG NOT = "C" AND
                       RESV-START-DATE <= PERIOD-END-DATE AND
                       PERIOD-START-DATE <= RESV-END-DATE THEN
                       MOVE RESV-SERIAL TO LOOKUP-SERIAL
                       PERFORM FIND-OR-ADD-USAGE-ENTRY
                       IF SERIAL-FOUND THEN
                           MOVE "Y" TO UT-BOOKED-FLAG(MATCH-INDEX)
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       FIND-OR-ADD-USAGE-ENTRY.
           PERFORM FIND-USAGE-ENTRY.
           IF NOT SERIAL-FOUND THEN
               IF USAGE-TABLE-COUNT < 9999 THEN
                   ADD 1 TO USAGE-TABLE-COUNT
                   MOVE USAGE-TABLE-COUNT TO MATCH-INDEX
                   MOVE LOOKUP-SERIAL TO UT-SERIAL(MATCH-INDEX)
                   MOVE ZERO TO UT-LOAN-DAYS(MATCH-INDEX)
                   MOVE ZERO TO UT-LOAN-COUNT(MATCH-INDEX)
                   MOVE "N" TO UT-BOOKED-FLAG(MATCH-INDEX)
                   SET SERIAL-FOUND TO TRUE
               ELSE
                   SET USAGE-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           EXIT.

       FIND-USAGE-ENTRY.
           MOVE "N" TO SERIAL-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING USAGE-TABLE-INDEX FROM 1 BY 1
                   UNTIL USAGE-TABLE-INDEX > USAGE-TABLE-COUNT
                   OR SERIAL-FOUND
               PERFORM MATCH-USAGE-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-USAGE-ENTRY.
           IF UT-SERIAL(USAGE-TABLE-INDEX) = LOOKUP-SERIAL THEN
               SET SERIAL-FOUND TO TRUE
               SET MATCH-INDEX TO USAGE-TABLE-INDEX
           END-IF.
           EXIT.

       REPORT-EQUIPMENT-ENTRY.
           READ EQUIPMENT-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF INTERNAL-SERIAL(1:1) NOT = "*" AND
                       ITEM-STATUS NOT = "RETIRED" THEN
                       PERFORM REPORT-ITEM-USAGE
                   END-IF
           END-READ.
           EXIT.

      *    An item bought part-way through the period was only
      *    available from its purchase date; one bought after the
      *    period ends was not available at all and is left out.
       REPORT-ITEM-USAGE.
           MOVE PERIOD-START-INTEGER TO OVERLAP-START.
           IF ITEM-PURCHASE-DATE NOT = ZERO THEN
               IF FUNCTION INTEGER-OF-DATE(ITEM-PURCHASE-DATE) >
                   OVERLAP-START THEN
                   COMPUTE OVERLAP-START =
                       FUNCTION INTEGER-OF-DATE(ITEM-PURCHASE-DATE)
               END-IF
           END-IF.
           IF OVERLAP-START <= PERIOD-END-INTEGER THEN
               COMPUTE DAYS-AVAILABLE =
                   PERIOD-END-INTEGER - OVERLAP-START + 1
               MOVE INTERNAL-SERIAL TO LOOKUP-SERIAL
               PERFORM FIND-USAGE-ENTRY
               MOVE ZERO TO DAYS-ON-LOAN
               MOVE SPACES TO IDLE-MARK
               IF SERIAL-FOUND THEN
                   MOVE UT-LOAN-DAYS(MATCH-INDEX) TO DAYS-ON-LOAN
                   IF UT-LOAN-COUNT(MATCH-INDEX) = 0 AND
                       UT-BOOKED-FLAG(MATCH-INDEX) NOT = "Y" THEN
                       MOVE "IDLE" TO IDLE-MARK
                   END-IF
               ELSE
                   MOVE "IDLE" TO IDLE-MARK
               END-IF
               IF DAYS-ON-LOAN > DAYS-AVAILABLE THEN
                   MOVE DAYS-AVAILABLE TO DAYS-ON-LOAN
               END-IF
               PERFORM DISPLAY-ITEM-LINE
               PERFORM RECORD-PRODUCT-TOTALS
               PERFORM RECORD-DEPARTMENT-TOTALS
               ADD 1 TO ITEM-COUNTER
               ADD DAYS-ON-LOAN TO GRAND-LOAN-DAYS
               ADD DAYS-AVAILABLE TO GRAND-AVAIL-DAYS
               IF IDLE-MARK NOT = SPACES THEN
                   ADD 1 TO IDLE-COUNTER
               END-IF
           END-IF.
           EXIT.

       DISPLAY-ITEM-LINE.
           COMPUTE UTIL-PERCENT ROUNDED =
               DAYS-ON-LOAN * 100 / DAYS-AVAILABLE.
           MOVE UTIL-PERCENT TO PERCENT-DISPLAY.
           MOVE DAYS-ON-LOAN TO LOAN-DAYS-DISPLAY.
           MOVE DAYS-AVAILABLE TO AVAIL-DAYS-DISPLAY.
           DISPLAY
               INTERNAL-SERIAL
               " | "
               PROD-NAME
               " | "
               ITEM-DEPARTMENT
               " |"
               LOAN-DAYS-DISPLAY
               " | "
               AVAIL-DAYS-DISPLAY
               " | "
               PERCENT-DISPLAY
               " | "
               IDLE-MARK.
           EXIT.

      *    Bump the totals for PROD-NAME, adding a new table entry the
      *    first time a given product is seen; products past the
      *    table's 200 are counted and reported as not totalled.
       RECORD-PRODUCT-TOTALS.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           MOVE ZERO TO GROUP-MATCH-INDEX.
           PERFORM VARYING PRODUCT-TABLE-INDEX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-INDEX > PRODUCT-TABLE-ENTRIES
               PERFORM MATCH-PRODUCT-ENTRY
           END-PERFORM.
           IF NOT GROUP-ENTRY-FOUND THEN
               IF PRODUCT-TABLE-ENTRIES < 200 THEN
                   ADD 1 TO PRODUCT-TABLE-ENTRIES
                   MOVE PRODUCT-TABLE-ENTRIES TO GROUP-MATCH-INDEX
                   MOVE PROD-NAME TO PT-NAME(GROUP-MATCH-INDEX)
                   MOVE ZERO TO PT-ITEMS(GROUP-MATCH-INDEX)
                   MOVE ZERO TO PT-IDLE(GROUP-MATCH-INDEX)
                   MOVE ZERO TO PT-LOAN-DAYS(GROUP-MATCH-INDEX)
                   MOVE ZERO TO PT-AVAIL-DAYS(GROUP-MATCH-INDEX)
                   SET GROUP-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO PRODUCT-OVERFLOW-COUNTER
               END-IF
           END-IF.
           IF GROUP-ENTRY-FOUND THEN
               ADD 1 TO PT-ITEMS(GROUP-MATCH-INDEX)
               ADD DAYS-ON-LOAN TO PT-LOAN-DAYS(GROUP-MATCH-INDEX)
               ADD DAYS-AVAILABLE TO PT-AVAIL-DAYS(GROUP-MATCH-INDEX)
               IF IDLE-MARK NOT = SPACES THEN
                   ADD 1 TO PT-IDLE(GROUP-MATCH-INDEX)
               END-IF
           END-IF.
           EXIT.

       MATCH-PRODUCT-ENTRY.
           IF PT-NAME(PRODUCT-TABLE-INDEX) = PROD-NAME THEN
               SET GROUP-ENTRY-FOUND TO TRUE
               MOVE PRODUCT-TABLE-INDEX TO GROUP-MATCH-INDEX
           END-IF.
           EXIT.

       RECORD-DEPARTMENT-TOTALS.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           MOVE ZERO TO GROUP-MATCH-INDEX.
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM MATCH-DEPT-ENTRY
           END-PERFORM.
           IF NOT GROUP-ENTRY-FOUND THEN
               IF DEPT-TABLE-ENTRIES < 50 THEN
                   ADD 1 TO DEPT-TABLE-ENTRIES
                   MOVE DEPT-TABLE-ENTRIES TO GROUP-MATCH-INDEX
                   MOVE ITEM-DEPARTMENT TO DT-NAME(GROUP-MATCH-INDEX)
                   MOVE ZERO TO DT-ITEMS(GROUP-MATCH-INDEX)
                   MOVE ZERO TO DT-IDLE(GROUP-MATCH-INDEX)
                   MOVE ZERO TO DT-LOAN-DAYS(GROUP-MATCH-INDEX)
                   MOVE ZERO TO DT-AVAIL-DAYS(GROUP-MATCH-INDEX)
                   SET GROUP-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO DEPT-OVERFLOW-COUNTER
               END-IF
           END-IF.
           IF GROUP-ENTRY-FOUND THEN
               ADD 1 TO DT-ITEMS(GROUP-MATCH-INDEX)
               ADD DAYS-ON-LOAN TO DT-LOAN-DAYS(GROUP-MATCH-INDEX)
               ADD DAYS-AVAILABLE TO DT-AVAIL-DAYS(GROUP-MATCH-INDEX)
               IF IDLE-MARK NOT = SPACES THEN
                   ADD 1 TO DT-IDLE(GROUP-MATCH-INDEX)
               END-IF
           END-IF.
           EXIT.

       MATCH-DEPT-ENTRY.
           IF DT-NAME(DEPT-TABLE-INDEX) = ITEM-DEPARTMENT THEN
               SET GROUP-ENTRY-FOUND TO TRUE
               MOVE DEPT-TABLE-INDEX TO GROUP-MATCH-INDEX
           END-IF.
           EXIT.

       DISPLAY-PRODUCT-TOTALS.
           DISPLAY " ".
           DISPLAY "---- UTILIZATION BY PRODUCT NAME ----".
           DISPLAY "PRODUCT NAME"
               "                                       | "
               "ITEMS | IDLE  |      LOAN |     AVAIL |   PCT".
           PERFORM VARYING PRODUCT-TABLE-INDEX FROM 1 BY 1
                   UNTIL PRODUCT-TABLE-INDEX > PRODUCT-TABLE-ENTRIES
               PERFORM DISPLAY-PRODUCT-LINE
           END-PERFORM.
           IF PRODUCT-OVERFLOW-COUNTER > 0 THEN
               DISPLAY "Items of products past the table's 200, not "
                   "totalled: " PRODUCT-OVERFLOW-COUNTER
           END-IF.
           EXIT.

       DISPLAY-PRODUCT-LINE.
           IF PT-AVAIL-DAYS(PRODUCT-TABLE-INDEX) > 0 THEN
               COMPUTE UTIL-PERCENT ROUNDED =
                   PT-LOAN-DAYS(PRODUCT-TABLE-INDEX) * 100
                   / PT-AVAIL-DAYS(PRODUCT-TABLE-INDEX)
           ELSE
               MOVE ZERO TO UTIL-PERCENT
           END-IF.
           MOVE UTIL-PERCENT TO PERCENT-DISPLAY.
           DISPLAY
               PT-NAME(PRODUCT-TABLE-INDEX)
               " | "
               PT-ITEMS(PRODUCT-TABLE-INDEX)
               " | "
               PT-IDLE(PRODUCT-TABLE-INDEX)
               " | "
               PT-LOAN-DAYS(PRODUCT-TABLE-INDEX)
               " | "
               PT-AVAIL-DAYS(PRODUCT-TABLE-INDEX)
               " | "
               PERCENT-DISPLAY.
           EXIT.

       DISPLAY-DEPARTMENT-TOTALS.
           DISPLAY " ".
           DISPLAY "---- UTILIZATION BY DEPARTMENT ----".
           DISPLAY "DEPARTMENT           | "
               "ITEMS | IDLE  |      LOAN |     AVAIL |   PCT".
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM DISPLAY-DEPT-LINE
           END-PERFORM.
           IF DEPT-OVERFLOW-COUNTER > 0 THEN
               DISPLAY "Items of departments past the table's 50, "
                   "not totalled: " DEPT-OVERFLOW-COUNTER
           END-IF.
           EXIT.

       DISPLAY-DEPT-LINE.
           IF DT-AVAIL-DAYS(DEPT-TABLE-INDEX) > 0 THEN
               COMPUTE UTIL-PERCENT ROUNDED =
                   DT-LOAN-DAYS(DEPT-TABLE-INDEX) * 100
                   / DT-AVAIL-DAYS(DEPT-TABLE-INDEX)
           ELSE
               MOVE ZERO TO UTIL-PERCENT
           END-IF.
           MOVE UTIL-PERCENT TO PERCENT-DISPLAY.
           DISPLAY
               DT-NAME(DEPT-TABLE-INDEX)
               " | "
               DT-ITEMS(DEPT-TABLE-INDEX)
               " | "
               DT-IDLE(DEPT-TABLE-INDEX)
               " | "
               DT-LOAN-DAYS(DEPT-TABLE-INDEX)
               " | "
               DT-AVAIL-DAYS(DEPT-TABLE-INDEX)
               " | "
               PERCENT-DISPLAY.
           EXIT.

       DISPLAY-GRAND-TOTALS.
           DISPLAY "------------------------------------".
           IF GRAND-AVAIL-DAYS > 0 THEN
               COMPUTE UTIL-PERCENT ROUNDED =
                   GRAND-LOAN-DAYS * 100 / GRAND-AVAIL-DAYS
           ELSE
               MOVE ZERO TO UTIL-PERCENT
           END-IF.
           MOVE UTIL-PERCENT TO PERCENT-DISPLAY.
           DISPLAY "LOANABLE ITEMS " ITEM-COUNTER
               "  IDLE " IDLE-COUNTER
               "  DAYS ON LOAN " GRAND-LOAN-DAYS
               "  AVAILABLE " GRAND-AVAIL-DAYS
               "  PCT " PERCENT-DISPLAY.
           EXIT.

       END PROGRAM EQUIPMENTDB-UTIL.
