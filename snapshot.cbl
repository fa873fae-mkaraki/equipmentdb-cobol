      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Month-End Inventory Snapshot.
      *          EQUIPMENTDB-REPORT and EQUIPMENTDB-DEPREC show only
      *          today's position; this run records it. One summary
      *          record per ITEM-DEPARTMENT is appended to
      *          snapshots.data (see snaprec.cpy): item counts by
      *          ITEM-STATUS, the number of items out on loan and how
      *          many of those are overdue, and the total acquisition
      *          cost and book value of the items not RETIRED, book
      *          value worked out the way EQUIPMENTDB-DEPREC does. The
      *          period the snapshot stands for is the current month
      *          unless another YYYYMM is given. Taking a period again
      *          appends a fresh set; EQUIPMENTDB-SNAPTREND uses only
      *          the latest run of each period, so the run on the
      *          last day of the month is the month-end figure. Runs
      *          unattended from EQUIPMENTDB-BATCH as the SNAPSHOT
      *          step (SNAPSHOT or SNAPSHOT,YYYYMM), with the number
      *          of department records written in the run log. Only
      *          the current month, or the month just ended (a
      *          month-end run that starts after midnight), is
      *          accepted: today's position written under an earlier
      *          month would take the place of that month's real
      *          month-end figures in the trend.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-SNAPSHOT.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOAN-SERIAL
               FILE STATUS IS STATUS-LOAN-LIST-DATA.
               SELECT COST-LIST-DATA ASSIGN TO "equipcosts.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COST-SERIAL
               FILE STATUS IS STATUS-COST-LIST-DATA.
               SELECT SNAP-LIST-DATA ASSIGN TO "snapshots.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SNAP-LIST-DATA.
               SELECT REPORT-OUTPUT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REPORT-OUTPUT-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD LOAN-LIST-DATA.
           COPY "loanrec.cpy".
           FD COST-LIST-DATA.
           COPY "costrec.cpy".
           FD SNAP-LIST-DATA.
           COPY "snaprec.cpy".
           FD REPORT-OUTPUT-FILE.
           01 REPORT-OUTPUT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-LOAN-LIST-DATA PIC X(2).
           01 STATUS-COST-LIST-DATA PIC X(2).
           01 STATUS-SNAP-LIST-DATA PIC X(2).
           01 STATUS-REPORT-OUTPUT-FILE PIC X(2).
           01 REPORT-FILE-NAME PIC X(40).
           01 REPORT-TEXT PIC X(132).
           01 BATCH-MODE-SWITCH PIC X(01) VALUE "N".
               88 BATCH-MODE VALUE "Y".
           01 LOAN-FILE-SWITCH PIC X(01) VALUE "N".
               88 LOAN-FILE-OPEN VALUE "Y".
           01 COST-FILE-SWITCH PIC X(01) VALUE "N".
               88 COST-FILE-OPEN VALUE "Y".
           01 RUN-ID PIC X(14).
           01 TODAY-DATE PIC 9(8).
           01 TODAY-INTEGER PIC 9(7).
           01 PURCHASE-INTEGER PIC 9(7).
           01 MONTHS-ELAPSED PIC 9(5).
           01 BOOK-VALUE PIC 9(7)V99.
           01 PERIOD-ANSWER PIC X(06).
           01 SNAPSHOT-PERIOD PIC 9(6).
           01 SNAPSHOT-PERIOD-PARTS REDEFINES SNAPSHOT-PERIOD.
               05 SNAPSHOT-YEAR PIC 9(4).
               05 SNAPSHOT-MONTH PIC 9(2).
           01 CURRENT-PERIOD PIC 9(6).
           01 CURRENT-PERIOD-PARTS REDEFINES CURRENT-PERIOD.
               05 CURRENT-YEAR PIC 9(4).
               05 CURRENT-MONTH PIC 9(2).
           01 PREVIOUS-PERIOD PIC 9(6).
           01 ITEM-COUNTER PIC 9(5) VALUE ZERO.
           01 WRITTEN-COUNTER PIC 9(5) VALUE ZERO.
           01 DEPT-OVERFLOW-COUNTER PIC 9(5) VALUE ZERO.
           01 DEPT-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
           01 DEPT-TABLE.
               05 DEPT-TABLE-ENTRY OCCURS 50 TIMES.
                   10 DT-NAME PIC X(20).
                   10 DT-ITEMS PIC 9(5).
                   10 DT-STATUS-USED PIC 9(1).
                   10 DT-STATUS-ENTRY OCCURS 8 TIMES.
                       15 DT-STATUS-CODE PIC X(10).
                       15 DT-STATUS-COUNT PIC 9(5).
                   10 DT-ON-LOAN PIC 9(5).
                   10 DT-OVERDUE PIC 9(5).
                   10 DT-COST PIC 9(9)V99.
                   10 DT-BOOK PIC 9(9)V99.
           01 DEPT-TABLE-INDEX PIC 9(3).
           01 MATCH-INDEX PIC 9(3).
           01 DEPT-FOUND-SWITCH PIC X(01).
               88 DEPT-ENTRY-FOUND VALUE "Y".
           01 STATUS-INDEX PIC 9(1).
           01 STATUS-MATCH-INDEX PIC 9(1).
           01 STATUS-FOUND-SWITCH PIC X(01).
               88 STATUS-ENTRY-FOUND VALUE "Y".
           01 SNAPSHOT-DETAIL-LINE.
               05 SL-DEPARTMENT PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 SL-ITEMS PIC ZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SL-ON-LOAN PIC ZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SL-OVERDUE PIC ZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SL-COST PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SL-BOOK PIC ZZZ,ZZZ,ZZ9.99.
           01 STATUS-DETAIL-LINE.
               05 FILLER PIC X(04) VALUE SPACES.
               05 SS-CODE PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 SS-COUNT PIC ZZ,ZZ9.
       LINKAGE SECTION.
           COPY "batchreq.cpy".
       PROCEDURE DIVISION USING BATCH-REQUEST-BLOCK.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID.
           MOVE RUN-ID(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

      *    The period comes from BATCH-PARM-1 when run by
      *    EQUIPMENTDB-BATCH, prompted otherwise; blank means the
      *    current month.
           MOVE SPACES TO PERIOD-ANSWER.
           IF ADDRESS OF BATCH-REQUEST-BLOCK NOT = NULL THEN
               SET BATCH-MODE TO TRUE
               MOVE BATCH-PARM-1(1:6) TO PERIOD-ANSWER
               MOVE BATCH-OUTPUT-FILE TO REPORT-FILE-NAME
               OPEN OUTPUT REPORT-OUTPUT-FILE
               MOVE ZERO TO BATCH-RECORD-COUNT
               MOVE "S" TO BATCH-RESULT-FLAG
           ELSE
               DISPLAY "Snapshot Period YYYYMM (blank = this month): "
               ACCEPT PERIOD-ANSWER FROM CONSOLE
           END-IF.

           IF PERIOD-ANSWER = SPACES THEN
               MOVE RUN-ID(1:6) TO SNAPSHOT-PERIOD
           ELSE
               IF PERIOD-ANSWER IS NUMERIC THEN
                   MOVE PERIOD-ANSWER TO SNAPSHOT-PERIOD
               ELSE
                   MOVE ZERO TO SNAPSHOT-PERIOD
               END-IF
           END-IF.
           IF SNAPSHOT-MONTH < 1 OR SNAPSHOT-MONTH > 12 OR
               SNAPSHOT-YEAR < 1900 THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "Invalid snapshot period: " PERIOD-ANSWER
                   " - no snapshot taken."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM FAIL-SNAPSHOT
               GOBACK
           END-IF.
      *    Today's position cannot stand for a month still to come,
      *    nor for one before the month just ended: the trend report
      *    (EQUIPMENTDB-SNAPTREND) keeps only the latest run of each
      *    period, so it would replace that month's real figures.
           MOVE RUN-ID(1:6) TO CURRENT-PERIOD.
           IF CURRENT-MONTH = 1 THEN
               COMPUTE PREVIOUS-PERIOD = (CURRENT-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE PREVIOUS-PERIOD = CURRENT-PERIOD - 1
           END-IF.
           IF SNAPSHOT-PERIOD > CURRENT-PERIOD THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "Snapshot period " SNAPSHOT-PERIOD
                   " has not started yet - no snapshot taken."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM FAIL-SNAPSHOT
               GOBACK
           END-IF.
           IF SNAPSHOT-PERIOD < PREVIOUS-PERIOD THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "Snapshot period " SNAPSHOT-PERIOD
                   " is before " PREVIOUS-PERIOD
                   " - only this month or last can be taken, no "
                   "snapshot taken."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM FAIL-SNAPSHOT
               GOBACK
           END-IF.

           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               MOVE "equipments.data not found, no snapshot taken."
                   TO REPORT-TEXT
               PERFORM FAIL-SNAPSHOT
               GOBACK
           END-IF.
           MOVE SPACE TO STATUS-LOAN-LIST-DATA.
           OPEN INPUT LOAN-LIST-DATA.
           IF STATUS-LOAN-LIST-DATA = "00" THEN
               SET LOAN-FILE-OPEN TO TRUE
           END-IF.
           MOVE SPACE TO STATUS-COST-LIST-DATA.
           OPEN INPUT COST-LIST-DATA.
           IF STATUS-COST-LIST-DATA = "00" THEN
               SET COST-FILE-OPEN TO TRUE
           END-IF.

           PERFORM UNTIL STATUS-EQUIPMENT-LIST-DATA NOT = "00"
               PERFORM TALLY-EQUIPMENT-ENTRY
           END-PERFORM.

           CLOSE EQUIPMENT-LIST-DATA.
           IF LOAN-FILE-OPEN THEN
               CLOSE LOAN-LIST-DATA
           END-IF.
           IF COST-FILE-OPEN THEN
               CLOSE COST-LIST-DATA
           END-IF.

           IF DEPT-TABLE-ENTRIES = 0 THEN
               MOVE "No equipment on file, no snapshot taken."
                   TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
               IF BATCH-MODE THEN
                   CLOSE REPORT-OUTPUT-FILE
               END-IF
               GOBACK
           END-IF.

           PERFORM OPEN-SNAPSHOT-FILE.
           IF STATUS-SNAP-LIST-DATA NOT = "00" THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "snapshots.data could not be opened, "
                   "no snapshot taken."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM FAIL-SNAPSHOT
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-TEXT.
           STRING "---- INVENTORY SNAPSHOT FOR " SNAPSHOT-PERIOD
               " (RUN " RUN-ID ") ----"
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO REPORT-TEXT.
           STRING "DEPARTMENT            ITEMS ON LOAN OVERDUE"
               "        ACQ COST      BOOK VALUE"
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.

           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM WRITE-SNAPSHOT-RECORD
           END-PERFORM.
           CLOSE SNAP-LIST-DATA.

           MOVE SPACES TO REPORT-TEXT.
           STRING "Items: " ITEM-COUNTER
               "  department records written: " WRITTEN-COUNTER
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           IF NOT LOAN-FILE-OPEN THEN
               MOVE "loans.data not found - on-loan counts are zero."
                   TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF.
           IF NOT COST-FILE-OPEN THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "equipcosts.data not found - cost and book "
                   "value are zero."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF.
      *    Departments past the table's 50 are left out of the
      *    snapshot, which would understate the fleet - fail the
      *    batch step so it is looked at.
           IF DEPT-OVERFLOW-COUNTER > 0 THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "Items of departments past the table's 50, "
                   "not in the snapshot: " DEPT-OVERFLOW-COUNTER
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
               IF BATCH-MODE THEN
                   MOVE "F" TO BATCH-RESULT-FLAG
               END-IF
           END-IF.

           IF BATCH-MODE THEN
               MOVE WRITTEN-COUNTER TO BATCH-RECORD-COUNT
               CLOSE REPORT-OUTPUT-FILE
           END-IF.

           GOBACK.

       FAIL-SNAPSHOT.
           PERFORM EMIT-REPORT-LINE.
           IF BATCH-MODE THEN
               MOVE "F" TO BATCH-RESULT-FLAG
               CLOSE REPORT-OUTPUT-FILE
           END-IF.
           EXIT.

      *    Line sequential files have no create-on-EXTEND guarantee -
      *    fall back to OUTPUT the first time.
       OPEN-SNAPSHOT-FILE.
           MOVE SPACE TO STATUS-SNAP-LIST-DATA.
           OPEN EXTEND SNAP-LIST-DATA.
           IF STATUS-SNAP-LIST-DATA NOT = "00" THEN
               OPEN OUTPUT SNAP-LIST-DATA
           END-IF.
           EXIT.

       TALLY-EQUIPMENT-ENTRY.
           READ EQUIPMENT-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF INTERNAL-SERIAL(1:1) NOT = "*" THEN
                       PERFORM FIND-DEPARTMENT-ENTRY
                       IF DEPT-ENTRY-FOUND THEN
                           PERFORM TALLY-ITEM
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       TALLY-ITEM.
           ADD 1 TO ITEM-COUNTER.
           ADD 1 TO DT-ITEMS(MATCH-INDEX).
           PERFORM TALLY-ITEM-STATUS.
           IF LOAN-FILE-OPEN THEN
               MOVE INTERNAL-SERIAL TO LOAN-SERIAL
               READ LOAN-LIST-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO DT-ON-LOAN(MATCH-INDEX)
                       IF LOAN-DUE-DATE < TODAY-DATE THEN
                           ADD 1 TO DT-OVERDUE(MATCH-INDEX)
                       END-IF
               END-READ
           END-IF.
           IF COST-FILE-OPEN AND ITEM-STATUS NOT = "RETIRED" THEN
               MOVE INTERNAL-SERIAL TO COST-SERIAL
               READ COST-LIST-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPUTE-BOOK-VALUE
                       ADD COST-ACQUISITION-COST
                           TO DT-COST(MATCH-INDEX)
                       ADD BOOK-VALUE TO DT-BOOK(MATCH-INDEX)
               END-READ
           END-IF.
           EXIT.

      *    Bump the count for ITEM-STATUS, adding it to the
      *    department's list the first time it is seen; a ninth
      *    status and any after it go into the eighth entry, which
      *    is renamed "*OTHER".
       TALLY-ITEM-STATUS.
           MOVE "N" TO STATUS-FOUND-SWITCH.
           MOVE ZERO TO STATUS-MATCH-INDEX.
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > DT-STATUS-USED(MATCH-INDEX)
                   OR STATUS-ENTRY-FOUND
               PERFORM MATCH-STATUS-ENTRY
           END-PERFORM.
           IF NOT STATUS-ENTRY-FOUND THEN
               IF DT-STATUS-USED(MATCH-INDEX) < 8 THEN
                   ADD 1 TO DT-STATUS-USED(MATCH-INDEX)
                   MOVE DT-STATUS-USED(MATCH-INDEX)
                       TO STATUS-MATCH-INDEX
                   MOVE ITEM-STATUS TO
                       DT-STATUS-CODE(MATCH-INDEX, STATUS-MATCH-INDEX)
               ELSE
                   MOVE 8 TO STATUS-MATCH-INDEX
                   MOVE "*OTHER" TO DT-STATUS-CODE(MATCH-INDEX, 8)
               END-IF
           END-IF.
           ADD 1 TO DT-STATUS-COUNT(MATCH-INDEX, STATUS-MATCH-INDEX).
           EXIT.

       MATCH-STATUS-ENTRY.
           IF DT-STATUS-CODE(MATCH-INDEX, STATUS-INDEX) = ITEM-STATUS
               THEN
               SET STATUS-ENTRY-FOUND TO TRUE
               MOVE STATUS-INDEX TO STATUS-MATCH-INDEX
           END-IF.
           EXIT.

      *    Straight-line over the useful life, as EQUIPMENTDB-DEPREC
      *    computes it: the unexpired fraction of the acquisition
      *    cost, floored at zero once fully depreciated, and full
      *    cost for items with no purchase date or a zero life.
       COMPUTE-BOOK-VALUE.
           IF ITEM-PURCHASE-DATE = ZERO OR
               COST-USEFUL-LIFE-MONTHS = ZERO THEN
               MOVE COST-ACQUISITION-COST TO BOOK-VALUE
           ELSE
               COMPUTE PURCHASE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ITEM-PURCHASE-DATE)
               COMPUTE MONTHS-ELAPSED =
                   (TODAY-INTEGER - PURCHASE-INTEGER) / 30
               IF MONTHS-ELAPSED >= COST-USEFUL-LIFE-MONTHS THEN
                   MOVE ZERO TO BOOK-VALUE
               ELSE
                   COMPUTE BOOK-VALUE ROUNDED =
                       COST-ACQUISITION-COST *
                       (COST-USEFUL-LIFE-MONTHS - MONTHS-ELAPSED)
                       / COST-USEFUL-LIFE-MONTHS
               END-IF
           END-IF.
           EXIT.

      *    Find ITEM-DEPARTMENT in the table, adding a cleared entry
      *    the first time a department is seen; departments past the
      *    table's 50 are counted and reported.
       FIND-DEPARTMENT-ENTRY.
           MOVE "N" TO DEPT-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
                   OR DEPT-ENTRY-FOUND
               PERFORM MATCH-DEPT-ENTRY
           END-PERFORM.
           IF NOT DEPT-ENTRY-FOUND THEN
               IF DEPT-TABLE-ENTRIES < 50 THEN
                   ADD 1 TO DEPT-TABLE-ENTRIES
                   MOVE DEPT-TABLE-ENTRIES TO MATCH-INDEX
                   PERFORM CLEAR-DEPT-ENTRY
                   MOVE ITEM-DEPARTMENT TO DT-NAME(MATCH-INDEX)
                   SET DEPT-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO DEPT-OVERFLOW-COUNTER
               END-IF
           END-IF.
           EXIT.

       CLEAR-DEPT-ENTRY.
           MOVE ZERO TO DT-ITEMS(MATCH-INDEX).
           MOVE ZERO TO DT-STATUS-USED(MATCH-INDEX).
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > 8
               PERFORM CLEAR-DEPT-STATUS
           END-PERFORM.
           MOVE ZERO TO DT-ON-LOAN(MATCH-INDEX).
           MOVE ZERO TO DT-OVERDUE(MATCH-INDEX).
           MOVE ZERO TO DT-COST(MATCH-INDEX).
           MOVE ZERO TO DT-BOOK(MATCH-INDEX).
           EXIT.

       CLEAR-DEPT-STATUS.
           MOVE SPACES TO DT-STATUS-CODE(MATCH-INDEX, STATUS-INDEX).
           MOVE ZERO TO DT-STATUS-COUNT(MATCH-INDEX, STATUS-INDEX).
           EXIT.

       MATCH-DEPT-ENTRY.
           IF DT-NAME(DEPT-TABLE-INDEX) = ITEM-DEPARTMENT THEN
               SET DEPT-ENTRY-FOUND TO TRUE
               MOVE DEPT-TABLE-INDEX TO MATCH-INDEX
           END-IF.
           EXIT.

       WRITE-SNAPSHOT-RECORD.
           MOVE SNAPSHOT-PERIOD TO SNAP-PERIOD.
           MOVE DT-NAME(DEPT-TABLE-INDEX) TO SNAP-DEPARTMENT.
           MOVE RUN-ID TO SNAP-RUN-ID.
           MOVE DT-ITEMS(DEPT-TABLE-INDEX) TO SNAP-ITEM-COUNT.
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > 8
               PERFORM MOVE-SNAPSHOT-STATUS
           END-PERFORM.
           MOVE DT-ON-LOAN(DEPT-TABLE-INDEX) TO SNAP-ON-LOAN-COUNT.
           MOVE DT-OVERDUE(DEPT-TABLE-INDEX) TO SNAP-OVERDUE-COUNT.
           MOVE DT-COST(DEPT-TABLE-INDEX) TO SNAP-ACQUISITION-COST.
           MOVE DT-BOOK(DEPT-TABLE-INDEX) TO SNAP-BOOK-VALUE.
           WRITE SNAP-LIST-DATA-REC.
           ADD 1 TO WRITTEN-COUNTER.

           MOVE DT-NAME(DEPT-TABLE-INDEX) TO SL-DEPARTMENT.
           MOVE SNAP-ITEM-COUNT TO SL-ITEMS.
           MOVE SNAP-ON-LOAN-COUNT TO SL-ON-LOAN.
           MOVE SNAP-OVERDUE-COUNT TO SL-OVERDUE.
           MOVE SNAP-ACQUISITION-COST TO SL-COST.
           MOVE SNAP-BOOK-VALUE TO SL-BOOK.
           MOVE SNAPSHOT-DETAIL-LINE TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           PERFORM VARYING STATUS-INDEX FROM 1 BY 1
                   UNTIL STATUS-INDEX > DT-STATUS-USED(DEPT-TABLE-INDEX)
               PERFORM EMIT-STATUS-LINE
           END-PERFORM.
           EXIT.

       MOVE-SNAPSHOT-STATUS.
           MOVE DT-STATUS-CODE(DEPT-TABLE-INDEX, STATUS-INDEX)
               TO SNAP-STATUS-CODE(STATUS-INDEX).
           MOVE DT-STATUS-COUNT(DEPT-TABLE-INDEX, STATUS-INDEX)
               TO SNAP-STATUS-COUNT(STATUS-INDEX).
           EXIT.

       EMIT-STATUS-LINE.
           MOVE DT-STATUS-CODE(DEPT-TABLE-INDEX, STATUS-INDEX)
               TO SS-CODE.
           MOVE DT-STATUS-COUNT(DEPT-TABLE-INDEX, STATUS-INDEX)
               TO SS-COUNT.
           MOVE STATUS-DETAIL-LINE TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           EXIT.

      *    Every report line funnels through here: written to the
      *    output file in batch mode, DISPLAYed in console mode.
       EMIT-REPORT-LINE.
           IF BATCH-MODE THEN
               MOVE REPORT-TEXT TO REPORT-OUTPUT-REC
               WRITE REPORT-OUTPUT-REC
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-TEXT TRAILING)
           END-IF.
           EXIT.

       END PROGRAM EQUIPMENTDB-SNAPSHOT.
