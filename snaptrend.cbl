      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Inventory Trend Report.
      *          Reads the month-end snapshots EQUIPMENTDB-SNAPSHOT
      *          appends to snapshots.data and shows, for a chosen
      *          range of months (up to 24, the last 12 by default),
      *          each figure month by month with the change from the
      *          month before: items in total and by ITEM-STATUS, on
      *          loan, overdue, acquisition cost and book value. The
      *          whole fleet comes first, then each department. Where
      *          a period was taken more than once only its latest
      *          run is used. A month with no snapshot is shown as
      *          such, and the month after it has no change line. The
      *          report ends with the largest movers: the departments
      *          whose item count and acquisition cost changed most
      *          between the first and last months of the range that
      *          have a snapshot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-SNAPTREND.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SNAP-LIST-DATA ASSIGN TO "snapshots.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SNAP-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD SNAP-LIST-DATA.
           COPY "snaprec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-SNAP-LIST-DATA PIC X(2).
           01 TODAY-PERIOD PIC 9(6).
           01 FROM-ANSWER PIC X(06).
           01 TO-ANSWER PIC X(06).
           01 FROM-PERIOD PIC 9(6).
           01 FROM-PERIOD-PARTS REDEFINES FROM-PERIOD.
               05 FROM-YEAR PIC 9(4).
               05 FROM-MONTH PIC 9(2).
           01 TO-PERIOD PIC 9(6).
           01 TO-PERIOD-PARTS REDEFINES TO-PERIOD.
               05 TO-YEAR PIC 9(4).
               05 TO-MONTH PIC 9(2).
           01 WORK-PERIOD PIC 9(6).
           01 WORK-PERIOD-PARTS REDEFINES WORK-PERIOD.
               05 WORK-YEAR PIC 9(4).
               05 WORK-MONTH PIC 9(2).
           01 FROM-MONTH-NUMBER PIC 9(6).
           01 TO-MONTH-NUMBER PIC 9(6).
           01 WORK-MONTH-NUMBER PIC 9(6).
           01 MONTH-SPAN PIC 9(2).
           01 RECORD-MONTH-INDEX PIC 9(2).
           01 RANGE-SWITCH PIC X(01).
               88 RECORD-IN-RANGE VALUE "Y".
           01 RANGE-ERROR-SWITCH PIC X(01) VALUE "N".
               88 RANGE-IN-ERROR VALUE "Y".
           01 RECORDS-USED-COUNTER PIC 9(7) VALUE ZERO.
           01 PRESENT-MONTH-COUNTER PIC 9(2) VALUE ZERO.
           01 FIRST-PRESENT-INDEX PIC 9(2) VALUE ZERO.
           01 LAST-PRESENT-INDEX PIC 9(2) VALUE ZERO.
           01 DEPT-OVERFLOW-COUNTER PIC 9(7) VALUE ZERO.
      *    The latest snapshot run found for each month of the range;
      *    spaces means the month has no snapshot.
           01 MONTH-TABLE.
               05 MONTH-TABLE-ENTRY OCCURS 24 TIMES.
                   10 MT-PERIOD PIC 9(6).
                   10 MT-LATEST-RUN PIC X(14).
           01 MONTH-INDEX PIC 9(2).
      *    Status columns in the order first met; a ninth status and
      *    any after it are added into the eighth column, which is
      *    then headed "*OTHER".
           01 STATUS-COLUMN-COUNT PIC 9(1) VALUE ZERO.
           01 STATUS-COLUMN-TABLE.
               05 SC-CODE PIC X(10) OCCURS 8 TIMES.
           01 STATUS-INDEX PIC 9(1).
           01 SNAP-STATUS-INDEX PIC 9(1).
           01 STATUS-COLUMN PIC 9(1).
           01 STATUS-FOUND-SWITCH PIC X(01).
               88 STATUS-COLUMN-FOUND VALUE "Y".
      *    Entry 1 is the whole fleet, entries 2 to 51 the
      *    departments in the order first met.
           01 TREND-TABLE-ENTRIES PIC 9(2) VALUE 1.
           01 TREND-TABLE.
               05 TREND-TABLE-ENTRY OCCURS 51 TIMES.
                   10 TD-NAME PIC X(20).
                   10 TD-MONTH OCCURS 24 TIMES.
                       15 TM-ITEMS PIC 9(6).
                       15 TM-STATUS-COUNT PIC 9(6) OCCURS 8 TIMES.
                       15 TM-ON-LOAN PIC 9(6).
                       15 TM-OVERDUE PIC 9(6).
                       15 TM-COST PIC 9(11)V99.
                       15 TM-BOOK PIC 9(11)V99.
           01 TREND-INDEX PIC 9(2).
           01 MATCH-INDEX PIC 9(2).
           01 DEPT-FOUND-SWITCH PIC X(01).
               88 DEPT-ENTRY-FOUND VALUE "Y".
      *    Figures for one month lifted out of the table, so one set
      *    of paragraphs can print the values and the changes.
           01 CURRENT-FIGURES.
               05 CF-COUNT PIC S9(7) OCCURS 11 TIMES.
               05 CF-MONEY PIC S9(11)V99 OCCURS 2 TIMES.
           01 PREVIOUS-FIGURES.
               05 PF-COUNT PIC S9(7) OCCURS 11 TIMES.
               05 PF-MONEY PIC S9(11)V99 OCCURS 2 TIMES.
           01 PREVIOUS-SWITCH PIC X(01).
               88 PREVIOUS-MONTH-PRESENT VALUE "Y".
           01 FIGURE-INDEX PIC 9(2).
           01 FIGURE-MONTH-INDEX PIC 9(2).
           01 MONEY-INDEX PIC 9(1).
      *    Largest movers: change between the first and the last
      *    month with a snapshot, per department.
           01 MOVER-TABLE.
               05 MOVER-ENTRY OCCURS 51 TIMES.
                   10 MV-ITEM-CHANGE PIC S9(7).
                   10 MV-COST-CHANGE PIC S9(11)V99.
                   10 MV-BOOK-CHANGE PIC S9(11)V99.
                   10 MV-PICKED PIC X(01).
           01 MOVER-RANK PIC 9(1).
           01 MOVER-BEST-INDEX PIC 9(2).
           01 MOVER-BEST-SIZE PIC 9(11)V99.
           01 MOVER-SIZE PIC 9(11)V99.
           01 MOVER-MEASURE PIC X(01).
               88 RANK-BY-ITEMS VALUE "I".
               88 RANK-BY-COST VALUE "C".
           01 TREND-HEADER-LINE.
               05 TH-LABEL PIC X(08).
               05 TH-COUNT-AREA OCCURS 11 TIMES.
                   10 FILLER PIC X(01).
                   10 TH-COUNT-LABEL PIC X(07) JUSTIFIED RIGHT.
               05 TH-MONEY-AREA OCCURS 2 TIMES.
                   10 FILLER PIC X(02).
                   10 TH-MONEY-LABEL PIC X(14) JUSTIFIED RIGHT.
           01 TREND-VALUE-LINE.
               05 TV-LABEL PIC X(08).
               05 TV-COUNT-AREA OCCURS 11 TIMES.
                   10 FILLER PIC X(01).
                   10 TV-COUNT PIC ZZZ,ZZ9.
               05 TV-MONEY-AREA OCCURS 2 TIMES.
                   10 FILLER PIC X(02).
                   10 TV-MONEY PIC ZZZ,ZZZ,ZZ9.99.
           01 TREND-CHANGE-LINE.
               05 TC-LABEL PIC X(08).
               05 TC-COUNT PIC ++++,++9 OCCURS 11 TIMES.
               05 TC-MONEY-AREA OCCURS 2 TIMES.
                   10 FILLER PIC X(01).
                   10 TC-MONEY PIC ++++,+++,++9.99.
           01 MOVER-DETAIL-LINE.
               05 FILLER PIC X(02).
               05 MD-RANK PIC 9(1).
               05 FILLER PIC X(02).
               05 MD-DEPARTMENT PIC X(20).
               05 FILLER PIC X(01).
               05 MD-ITEMS PIC ++++,++9.
               05 FILLER PIC X(02).
               05 MD-COST PIC ++++,+++,++9.99.
               05 FILLER PIC X(02).
               05 MD-BOOK PIC ++++,+++,++9.99.
           01 REPORT-TEXT PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO TODAY-PERIOD.
           DISPLAY "Trend To Period YYYYMM (blank = this month): ".
           ACCEPT TO-ANSWER FROM CONSOLE.
           DISPLAY "Trend From Period YYYYMM (blank = 11 months "
               "earlier): ".
           ACCEPT FROM-ANSWER FROM CONSOLE.

           PERFORM SET-UP-RANGE.
           IF RANGE-IN-ERROR THEN
               GOBACK
           END-IF.

           MOVE SPACE TO STATUS-SNAP-LIST-DATA.
           OPEN INPUT SNAP-LIST-DATA.
           IF STATUS-SNAP-LIST-DATA NOT = "00" THEN
               DISPLAY "snapshots.data not found - no snapshot has "
                   "been taken yet."
               GOBACK
           END-IF.
           PERFORM UNTIL STATUS-SNAP-LIST-DATA NOT = "00"
               PERFORM FIND-LATEST-RUN
           END-PERFORM.
           CLOSE SNAP-LIST-DATA.

           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > MONTH-SPAN
               PERFORM NOTE-PRESENT-MONTH
           END-PERFORM.
           IF PRESENT-MONTH-COUNTER = 0 THEN
               DISPLAY "No snapshots on file for " FROM-PERIOD
                   " to " TO-PERIOD "."
               GOBACK
           END-IF.

           MOVE "ALL DEPARTMENTS" TO TD-NAME(1).
           MOVE 1 TO MATCH-INDEX.
           PERFORM CLEAR-TREND-ENTRY.
           MOVE SPACE TO STATUS-SNAP-LIST-DATA.
           OPEN INPUT SNAP-LIST-DATA.
           PERFORM UNTIL STATUS-SNAP-LIST-DATA NOT = "00"
               PERFORM ACCUMULATE-SNAPSHOT
           END-PERFORM.
           CLOSE SNAP-LIST-DATA.

           DISPLAY " ".
           DISPLAY "---- INVENTORY TREND " FROM-PERIOD " TO "
               TO-PERIOD " ----".
           DISPLAY "Months with a snapshot: " PRESENT-MONTH-COUNTER
               " of " MONTH-SPAN.
           IF STATUS-COLUMN-COUNT = 8 AND SC-CODE(8) = "*OTHER" THEN
               DISPLAY "More than eight statuses on file - the last "
                   "column adds up the rest."
           END-IF.
           PERFORM BUILD-HEADER-LINE.
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
                   UNTIL TREND-INDEX > TREND-TABLE-ENTRIES
               PERFORM DISPLAY-TREND-SECTION
           END-PERFORM.

           PERFORM DISPLAY-LARGEST-MOVERS.

           IF DEPT-OVERFLOW-COUNTER > 0 THEN
               DISPLAY "Snapshot records of departments past the "
                   "table's 50, in the fleet total only: "
                   DEPT-OVERFLOW-COUNTER
           END-IF.

           GOBACK.

      *    Months are counted as YYYY * 12 + MM - 1 so a range can
      *    run across a year end.
       SET-UP-RANGE.
           IF TO-ANSWER = SPACES THEN
               MOVE TODAY-PERIOD TO TO-PERIOD
           ELSE
               IF TO-ANSWER IS NUMERIC THEN
                   MOVE TO-ANSWER TO TO-PERIOD
               ELSE
                   MOVE ZERO TO TO-PERIOD
               END-IF
           END-IF.
           IF TO-MONTH < 1 OR TO-MONTH > 12 OR TO-YEAR < 1900 THEN
               DISPLAY "Invalid period: " TO-ANSWER
               SET RANGE-IN-ERROR TO TRUE
           END-IF.
           COMPUTE TO-MONTH-NUMBER = TO-YEAR * 12 + TO-MONTH - 1.

           IF FROM-ANSWER = SPACES THEN
               COMPUTE WORK-MONTH-NUMBER = TO-MONTH-NUMBER - 11
               PERFORM PERIOD-FROM-MONTH-NUMBER
               MOVE WORK-PERIOD TO FROM-PERIOD
           ELSE
               IF FROM-ANSWER IS NUMERIC THEN
                   MOVE FROM-ANSWER TO FROM-PERIOD
               ELSE
                   MOVE ZERO TO FROM-PERIOD
               END-IF
           END-IF.
           IF FROM-MONTH < 1 OR FROM-MONTH > 12 OR FROM-YEAR < 1900
               THEN
               DISPLAY "Invalid period: " FROM-ANSWER
               SET RANGE-IN-ERROR TO TRUE
           END-IF.
           COMPUTE FROM-MONTH-NUMBER = FROM-YEAR * 12 + FROM-MONTH - 1.

           IF NOT RANGE-IN-ERROR THEN
               IF FROM-MONTH-NUMBER > TO-MONTH-NUMBER THEN
                   DISPLAY "From period is after the to period."
                   SET RANGE-IN-ERROR TO TRUE
               ELSE
                   IF TO-MONTH-NUMBER - FROM-MONTH-NUMBER > 23 THEN
                       DISPLAY "Range is longer than 24 months."
                       SET RANGE-IN-ERROR TO TRUE
                   ELSE
                       COMPUTE MONTH-SPAN =
                           TO-MONTH-NUMBER - FROM-MONTH-NUMBER + 1
                       PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                               UNTIL MONTH-INDEX > MONTH-SPAN
                           PERFORM SET-UP-MONTH-ENTRY
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.
           EXIT.

       SET-UP-MONTH-ENTRY.
           COMPUTE WORK-MONTH-NUMBER =
               FROM-MONTH-NUMBER + MONTH-INDEX - 1.
           PERFORM PERIOD-FROM-MONTH-NUMBER.
           MOVE WORK-PERIOD TO MT-PERIOD(MONTH-INDEX).
           MOVE SPACES TO MT-LATEST-RUN(MONTH-INDEX).
           EXIT.

       PERIOD-FROM-MONTH-NUMBER.
           COMPUTE WORK-YEAR = WORK-MONTH-NUMBER / 12.
           COMPUTE WORK-MONTH =
               WORK-MONTH-NUMBER - (WORK-YEAR * 12) + 1.
           EXIT.

      *    Sets RECORD-MONTH-INDEX for the snapshot record just read
      *    when its period falls in the range.
       LOCATE-RECORD-MONTH.
           MOVE "N" TO RANGE-SWITCH.
           MOVE ZERO TO RECORD-MONTH-INDEX.
           IF SNAP-PERIOD IS NUMERIC THEN
               MOVE SNAP-PERIOD TO WORK-PERIOD
               COMPUTE WORK-MONTH-NUMBER =
                   WORK-YEAR * 12 + WORK-MONTH - 1
               IF WORK-MONTH-NUMBER >= FROM-MONTH-NUMBER AND
                   WORK-MONTH-NUMBER <= TO-MONTH-NUMBER THEN
                   COMPUTE RECORD-MONTH-INDEX =
                       WORK-MONTH-NUMBER - FROM-MONTH-NUMBER + 1
                   SET RECORD-IN-RANGE TO TRUE
               END-IF
           END-IF.
           EXIT.

       FIND-LATEST-RUN.
           READ SNAP-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM LOCATE-RECORD-MONTH
                   IF RECORD-IN-RANGE THEN
                       IF SNAP-RUN-ID >
                           MT-LATEST-RUN(RECORD-MONTH-INDEX) THEN
                           MOVE SNAP-RUN-ID
                               TO MT-LATEST-RUN(RECORD-MONTH-INDEX)
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       NOTE-PRESENT-MONTH.
           IF MT-LATEST-RUN(MONTH-INDEX) NOT = SPACES THEN
               ADD 1 TO PRESENT-MONTH-COUNTER
               IF FIRST-PRESENT-INDEX = 0 THEN
                   MOVE MONTH-INDEX TO FIRST-PRESENT-INDEX
               END-IF
               MOVE MONTH-INDEX TO LAST-PRESENT-INDEX
           END-IF.
           EXIT.

       ACCUMULATE-SNAPSHOT.
           READ SNAP-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM LOCATE-RECORD-MONTH
                   IF RECORD-IN-RANGE THEN
                       IF SNAP-RUN-ID =
                           MT-LATEST-RUN(RECORD-MONTH-INDEX) THEN
                           PERFORM ADD-SNAPSHOT-RECORD
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       ADD-SNAPSHOT-RECORD.
           ADD 1 TO RECORDS-USED-COUNTER.
           MOVE 1 TO MATCH-INDEX.
           PERFORM ADD-SNAPSHOT-FIGURES.
           PERFORM FIND-DEPARTMENT-ENTRY.
           IF DEPT-ENTRY-FOUND THEN
               PERFORM ADD-SNAPSHOT-FIGURES
           END-IF.
           EXIT.

      *    Add the record just read into trend entry MATCH-INDEX.
       ADD-SNAPSHOT-FIGURES.
           ADD SNAP-ITEM-COUNT
               TO TM-ITEMS(MATCH-INDEX, RECORD-MONTH-INDEX).
           PERFORM VARYING SNAP-STATUS-INDEX FROM 1 BY 1
                   UNTIL SNAP-STATUS-INDEX > 8
               PERFORM ADD-SNAPSHOT-STATUS
           END-PERFORM.
           ADD SNAP-ON-LOAN-COUNT
               TO TM-ON-LOAN(MATCH-INDEX, RECORD-MONTH-INDEX).
           ADD SNAP-OVERDUE-COUNT
               TO TM-OVERDUE(MATCH-INDEX, RECORD-MONTH-INDEX).
           ADD SNAP-ACQUISITION-COST
               TO TM-COST(MATCH-INDEX, RECORD-MONTH-INDEX).
           ADD SNAP-BOOK-VALUE
               TO TM-BOOK(MATCH-INDEX, RECORD-MONTH-INDEX).
           EXIT.

       ADD-SNAPSHOT-STATUS.
           IF SNAP-STATUS-CODE(SNAP-STATUS-INDEX) NOT = SPACES THEN
               PERFORM FIND-STATUS-COLUMN
               ADD SNAP-STATUS-COUNT(SNAP-STATUS-INDEX)
                   TO TM-STATUS-COUNT(MATCH-INDEX,
                       RECORD-MONTH-INDEX, STATUS-COLUMN)
           END-IF.
           EXIT.

       FIND-STATUS-COLUMN.
           MOVE "N" TO STATUS-FOUND-SWITCH.
           MOVE ZERO TO STATUS-COLUMN.
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > STATUS-COLUMN-COUNT
                   OR STATUS-COLUMN-FOUND
               PERFORM MATCH-STATUS-COLUMN
           END-PERFORM.
           IF NOT STATUS-COLUMN-FOUND THEN
               IF STATUS-COLUMN-COUNT < 8 THEN
                   ADD 1 TO STATUS-COLUMN-COUNT
                   MOVE STATUS-COLUMN-COUNT TO STATUS-COLUMN
                   MOVE SNAP-STATUS-CODE(SNAP-STATUS-INDEX)
                       TO SC-CODE(STATUS-COLUMN)
               ELSE
                   MOVE 8 TO STATUS-COLUMN
                   MOVE "*OTHER" TO SC-CODE(8)
               END-IF
           END-IF.
           EXIT.

       MATCH-STATUS-COLUMN.
           IF SC-CODE(STATUS-INDEX) =
               SNAP-STATUS-CODE(SNAP-STATUS-INDEX) THEN
               SET STATUS-COLUMN-FOUND TO TRUE
               MOVE STATUS-INDEX TO STATUS-COLUMN
           END-IF.
           EXIT.

      *    Find SNAP-DEPARTMENT among entries 2 to 51, adding a
      *    cleared entry the first time a department is met.
       FIND-DEPARTMENT-ENTRY.
           MOVE "N" TO DEPT-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING TREND-INDEX FROM 2 BY 1
                   UNTIL TREND-INDEX > TREND-TABLE-ENTRIES
                   OR DEPT-ENTRY-FOUND
               PERFORM MATCH-DEPT-ENTRY
           END-PERFORM.
           IF NOT DEPT-ENTRY-FOUND THEN
               IF TREND-TABLE-ENTRIES < 51 THEN
                   ADD 1 TO TREND-TABLE-ENTRIES
                   MOVE TREND-TABLE-ENTRIES TO MATCH-INDEX
                   PERFORM CLEAR-TREND-ENTRY
                   MOVE SNAP-DEPARTMENT TO TD-NAME(MATCH-INDEX)
                   SET DEPT-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO DEPT-OVERFLOW-COUNTER
               END-IF
           END-IF.
           EXIT.

       MATCH-DEPT-ENTRY.
           IF TD-NAME(TREND-INDEX) = SNAP-DEPARTMENT THEN
               SET DEPT-ENTRY-FOUND TO TRUE
               MOVE TREND-INDEX TO MATCH-INDEX
           END-IF.
           EXIT.

       CLEAR-TREND-ENTRY.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > 24
               PERFORM CLEAR-TREND-MONTH
           END-PERFORM.
           EXIT.

       CLEAR-TREND-MONTH.
           MOVE ZERO TO TM-ITEMS(MATCH-INDEX, MONTH-INDEX).
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > 8
               PERFORM CLEAR-TREND-STATUS
           END-PERFORM.
           MOVE ZERO TO TM-ON-LOAN(MATCH-INDEX, MONTH-INDEX).
           MOVE ZERO TO TM-OVERDUE(MATCH-INDEX, MONTH-INDEX).
           MOVE ZERO TO TM-COST(MATCH-INDEX, MONTH-INDEX).
           MOVE ZERO TO TM-BOOK(MATCH-INDEX, MONTH-INDEX).
           EXIT.

       CLEAR-TREND-STATUS.
           MOVE ZERO
               TO TM-STATUS-COUNT(MATCH-INDEX, MONTH-INDEX,
                   STATUS-INDEX).
           EXIT.

      *    Count columns: 1 items, 2 to 9 the status columns in use,
      *    10 on loan, 11 overdue; money columns: 1 acquisition
      *    cost, 2 book value.
       BUILD-HEADER-LINE.
           MOVE SPACES TO TREND-HEADER-LINE.
           MOVE "MONTH" TO TH-LABEL.
           MOVE "ITEMS" TO TH-COUNT-LABEL(1).
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > STATUS-COLUMN-COUNT
               PERFORM BUILD-STATUS-HEADING
           END-PERFORM.
           MOVE "ON LOAN" TO TH-COUNT-LABEL(10).
           MOVE "OVERDUE" TO TH-COUNT-LABEL(11).
           MOVE "ACQ COST" TO TH-MONEY-LABEL(1).
           MOVE "BOOK VALUE" TO TH-MONEY-LABEL(2).
           EXIT.

       BUILD-STATUS-HEADING.
           MOVE FUNCTION TRIM(SC-CODE(STATUS-INDEX)(1:7) TRAILING)
               TO TH-COUNT-LABEL(STATUS-INDEX + 1).
           EXIT.

       DISPLAY-TREND-SECTION.
           DISPLAY " ".
           DISPLAY TD-NAME(TREND-INDEX).
           MOVE TREND-HEADER-LINE TO REPORT-TEXT.
           PERFORM DISPLAY-REPORT-TEXT.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > MONTH-SPAN
               PERFORM DISPLAY-TREND-MONTH
           END-PERFORM.
           EXIT.

       DISPLAY-TREND-MONTH.
           IF MT-LATEST-RUN(MONTH-INDEX) = SPACES THEN
               DISPLAY MT-PERIOD(MONTH-INDEX) "  no snapshot"
           ELSE
               MOVE "N" TO PREVIOUS-SWITCH
               IF MONTH-INDEX > 1 THEN
                   IF MT-LATEST-RUN(MONTH-INDEX - 1) NOT = SPACES THEN
                       COMPUTE FIGURE-MONTH-INDEX = MONTH-INDEX - 1
                       PERFORM LIFT-CURRENT-FIGURES
                       MOVE CURRENT-FIGURES TO PREVIOUS-FIGURES
                       SET PREVIOUS-MONTH-PRESENT TO TRUE
                   END-IF
               END-IF
               MOVE MONTH-INDEX TO FIGURE-MONTH-INDEX
               PERFORM LIFT-CURRENT-FIGURES
               PERFORM DISPLAY-VALUE-LINE
               IF PREVIOUS-MONTH-PRESENT THEN
                   PERFORM DISPLAY-CHANGE-LINE
               END-IF
           END-IF.
           EXIT.

      *    Lift the figures of entry TREND-INDEX for month
      *    FIGURE-MONTH-INDEX into CURRENT-FIGURES.
       LIFT-CURRENT-FIGURES.
           MOVE TM-ITEMS(TREND-INDEX, FIGURE-MONTH-INDEX)
               TO CF-COUNT(1).
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > 8
               PERFORM LIFT-STATUS-FIGURE
           END-PERFORM.
           MOVE TM-ON-LOAN(TREND-INDEX, FIGURE-MONTH-INDEX)
               TO CF-COUNT(10).
           MOVE TM-OVERDUE(TREND-INDEX, FIGURE-MONTH-INDEX)
               TO CF-COUNT(11).
           MOVE TM-COST(TREND-INDEX, FIGURE-MONTH-INDEX)
               TO CF-MONEY(1).
           MOVE TM-BOOK(TREND-INDEX, FIGURE-MONTH-INDEX)
               TO CF-MONEY(2).
           EXIT.

       LIFT-STATUS-FIGURE.
           MOVE TM-STATUS-COUNT(TREND-INDEX, FIGURE-MONTH-INDEX,
               STATUS-INDEX) TO CF-COUNT(STATUS-INDEX + 1).
           EXIT.

       DISPLAY-VALUE-LINE.
           MOVE SPACES TO TREND-VALUE-LINE.
           MOVE MT-PERIOD(MONTH-INDEX) TO TV-LABEL.
           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
                   UNTIL FIGURE-INDEX > 11
               PERFORM EDIT-VALUE-COUNT
           END-PERFORM.
           PERFORM VARYING MONEY-INDEX FROM 1 BY 1
                   UNTIL MONEY-INDEX > 2
               PERFORM EDIT-VALUE-MONEY
           END-PERFORM.
           MOVE TREND-VALUE-LINE TO REPORT-TEXT.
           PERFORM DISPLAY-REPORT-TEXT.
           EXIT.

       EDIT-VALUE-COUNT.
           IF FIGURE-INDEX = 1 OR FIGURE-INDEX > 9 OR
               FIGURE-INDEX - 1 <= STATUS-COLUMN-COUNT THEN
               MOVE CF-COUNT(FIGURE-INDEX) TO TV-COUNT(FIGURE-INDEX)
           END-IF.
           EXIT.

       EDIT-VALUE-MONEY.
           MOVE CF-MONEY(MONEY-INDEX) TO TV-MONEY(MONEY-INDEX).
           EXIT.

       DISPLAY-CHANGE-LINE.
           MOVE SPACES TO TREND-CHANGE-LINE.
           MOVE "  change" TO TC-LABEL.
           PERFORM VARYING FIGURE-INDEX FROM 1 BY 1
                   UNTIL FIGURE-INDEX > 11
               PERFORM EDIT-CHANGE-COUNT
           END-PERFORM.
           PERFORM VARYING MONEY-INDEX FROM 1 BY 1
                   UNTIL MONEY-INDEX > 2
               PERFORM EDIT-CHANGE-MONEY
           END-PERFORM.
           MOVE TREND-CHANGE-LINE TO REPORT-TEXT.
           PERFORM DISPLAY-REPORT-TEXT.
           EXIT.

       EDIT-CHANGE-COUNT.
           IF FIGURE-INDEX = 1 OR FIGURE-INDEX > 9 OR
               FIGURE-INDEX - 1 <= STATUS-COLUMN-COUNT THEN
               COMPUTE TC-COUNT(FIGURE-INDEX) =
                   CF-COUNT(FIGURE-INDEX) - PF-COUNT(FIGURE-INDEX)
           END-IF.
           EXIT.

       EDIT-CHANGE-MONEY.
           COMPUTE TC-MONEY(MONEY-INDEX) =
               CF-MONEY(MONEY-INDEX) - PF-MONEY(MONEY-INDEX).
           EXIT.

      *    The departments whose item count, then acquisition cost,
      *    moved most between the first and last months with a
      *    snapshot - five of each, largest change either way first.
       DISPLAY-LARGEST-MOVERS.
           DISPLAY " ".
           IF FIRST-PRESENT-INDEX = LAST-PRESENT-INDEX THEN
               DISPLAY "Largest movers need snapshots for two months "
                   "in the range."
           ELSE
               PERFORM VARYING TREND-INDEX FROM 2 BY 1
                       UNTIL TREND-INDEX > TREND-TABLE-ENTRIES
                   PERFORM COMPUTE-DEPT-MOVEMENT
               END-PERFORM
               DISPLAY "---- LARGEST MOVERS "
                   MT-PERIOD(FIRST-PRESENT-INDEX) " TO "
                   MT-PERIOD(LAST-PRESENT-INDEX) " ----"
               MOVE "I" TO MOVER-MEASURE
               DISPLAY "By item count:"
               PERFORM DISPLAY-MOVER-RANKING
               MOVE "C" TO MOVER-MEASURE
               DISPLAY "By acquisition cost:"
               PERFORM DISPLAY-MOVER-RANKING
           END-IF.
           EXIT.

       COMPUTE-DEPT-MOVEMENT.
           COMPUTE MV-ITEM-CHANGE(TREND-INDEX) =
               TM-ITEMS(TREND-INDEX, LAST-PRESENT-INDEX)
               - TM-ITEMS(TREND-INDEX, FIRST-PRESENT-INDEX).
           COMPUTE MV-COST-CHANGE(TREND-INDEX) =
               TM-COST(TREND-INDEX, LAST-PRESENT-INDEX)
               - TM-COST(TREND-INDEX, FIRST-PRESENT-INDEX).
           COMPUTE MV-BOOK-CHANGE(TREND-INDEX) =
               TM-BOOK(TREND-INDEX, LAST-PRESENT-INDEX)
               - TM-BOOK(TREND-INDEX, FIRST-PRESENT-INDEX).
           EXIT.

       DISPLAY-MOVER-RANKING.
           MOVE SPACES TO REPORT-TEXT.
           STRING "  #  DEPARTMENT              ITEMS"
               "         ACQ COST       BOOK VALUE"
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM DISPLAY-REPORT-TEXT.
           PERFORM VARYING TREND-INDEX FROM 2 BY 1
                   UNTIL TREND-INDEX > TREND-TABLE-ENTRIES
               PERFORM CLEAR-MOVER-PICK
           END-PERFORM.
           MOVE 1 TO MOVER-BEST-INDEX.
           PERFORM VARYING MOVER-RANK FROM 1 BY 1
                   UNTIL MOVER-RANK > 5 OR MOVER-BEST-INDEX = 0
               PERFORM PICK-NEXT-MOVER
           END-PERFORM.
           EXIT.

       CLEAR-MOVER-PICK.
           MOVE "N" TO MV-PICKED(TREND-INDEX).
           EXIT.

      *    Departments that did not move at all are not listed.
       PICK-NEXT-MOVER.
           MOVE ZERO TO MOVER-BEST-INDEX.
           MOVE ZERO TO MOVER-BEST-SIZE.
           PERFORM VARYING TREND-INDEX FROM 2 BY 1
                   UNTIL TREND-INDEX > TREND-TABLE-ENTRIES
               PERFORM WEIGH-MOVER
           END-PERFORM.
           IF MOVER-BEST-INDEX > 0 THEN
               MOVE "Y" TO MV-PICKED(MOVER-BEST-INDEX)
               MOVE SPACES TO MOVER-DETAIL-LINE
               MOVE MOVER-RANK TO MD-RANK
               MOVE TD-NAME(MOVER-BEST-INDEX) TO MD-DEPARTMENT
               MOVE MV-ITEM-CHANGE(MOVER-BEST-INDEX) TO MD-ITEMS
               MOVE MV-COST-CHANGE(MOVER-BEST-INDEX) TO MD-COST
               MOVE MV-BOOK-CHANGE(MOVER-BEST-INDEX) TO MD-BOOK
               MOVE MOVER-DETAIL-LINE TO REPORT-TEXT
               PERFORM DISPLAY-REPORT-TEXT
           ELSE
               IF MOVER-RANK = 1 THEN
                   DISPLAY "  No department changed."
               END-IF
           END-IF.
           EXIT.

      *    The change is moved into an unsigned field, so a fall
      *    weighs the same as a rise.
       WEIGH-MOVER.
           IF MV-PICKED(TREND-INDEX) = "N" THEN
               IF RANK-BY-ITEMS THEN
                   MOVE MV-ITEM-CHANGE(TREND-INDEX) TO MOVER-SIZE
               ELSE
                   MOVE MV-COST-CHANGE(TREND-INDEX) TO MOVER-SIZE
               END-IF
               IF MOVER-SIZE > MOVER-BEST-SIZE THEN
                   MOVE MOVER-SIZE TO MOVER-BEST-SIZE
                   MOVE TREND-INDEX TO MOVER-BEST-INDEX
               END-IF
           END-IF.
           EXIT.

       DISPLAY-REPORT-TEXT.
           DISPLAY FUNCTION TRIM(REPORT-TEXT TRAILING).
           EXIT.

       END PROGRAM EQUIPMENTDB-SNAPTREND.
