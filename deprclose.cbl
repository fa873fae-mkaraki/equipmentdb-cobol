      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Depreciation Month-End Close.
      *          Posts one period's depreciation so finance can tie our
      *          figures to their ledger month by month. For the period
      *          given (YYYYMM) every item with a cost record on
      *          equipcosts.data is depreciated straight-line through
      *          the period in whole calendar months, the month of
      *          purchase carrying no charge, so each period closed
      *          carries exactly one month's charge until the item is
      *          fully depreciated. The period charge is that
      *          accumulated depreciation less what the ledger already
      *          holds for the serial, so the first close catches up in
      *          a single charge. The charge, the accumulated
      *          depreciation and the closing book value are written to
      *          deprledger.data keyed by serial and period. Disposals
      *          approved in EQUIPMENTDB-DISPOSAL (DISP-STATE-FLAG "A")
      *          in the period - or on the first close, in it or any
      *          month before - take their final charge and then write
      *          the remaining book value off, so each write-off is
      *          posted in the period it was approved. An item retired
      *          under a disposal approved after the period is still in
      *          service for it and takes its ordinary charge. A
      *          balanced journal, summarised by department, is appended
      *          to gljournal.data: depreciation expense debit against
      *          accumulated depreciation credit, and for write-offs the
      *          asset cost credit against accumulated depreciation,
      *          disposal proceeds and the loss (or gain) on disposal.
      *          Once the journal holds a period, only the month after
      *          the last one on it can be closed, so nothing is posted
      *          twice and no month is skipped; a month that has not yet
      *          ended is refused as well. The figures are shown for
      *          confirmation before anything is written. Supervisor
      *          authority is required (EQUIPMENTDB-OPCHECK). Close a
      *          period before EQUIPMENTDB-ARCHIVE moves its retired
      *          items off the master, or their write-off cannot be
      *          posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-DEPRCLOSE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT COST-LIST-DATA ASSIGN TO "equipcosts.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COST-SERIAL
               FILE STATUS IS STATUS-COST-LIST-DATA.
               SELECT DEPR-LEDGER-DATA ASSIGN TO "deprledger.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLEDG-KEY
               FILE STATUS IS STATUS-DEPR-LEDGER-DATA.
               SELECT GL-JOURNAL-DATA ASSIGN TO "gljournal.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-GL-JOURNAL-DATA.
               SELECT DISP-LIST-DATA ASSIGN TO "equipdisp.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISP-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD COST-LIST-DATA.
           COPY "costrec.cpy".
           FD DEPR-LEDGER-DATA.
           COPY "dledgrec.cpy".
           FD GL-JOURNAL-DATA.
           COPY "gljrnrec.cpy".
           FD DISP-LIST-DATA.
           COPY "disprec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-COST-LIST-DATA PIC X(2).
           01 STATUS-DEPR-LEDGER-DATA PIC X(2).
           01 STATUS-GL-JOURNAL-DATA PIC X(2).
           01 STATUS-DISP-LIST-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 RUN-ID PIC X(14).
           01 OPCHECK-RESULT PIC X(01).
           01 OPCHECK-AUTH-LEVEL PIC X(01).
           01 OPCHECK-NAME PIC X(30).
           01 CONFIRM-CHOICE PIC X(01).
           01 TODAY-DATE PIC 9(8).
           01 CLOSE-PERIOD.
               05 CLOSE-YEAR PIC 9(4).
               05 CLOSE-MONTH PIC 9(2).
           01 CLOSE-PERIOD-NUMBER REDEFINES CLOSE-PERIOD PIC 9(6).
           01 NEXT-MONTH-START PIC 9(8).
           01 PERIOD-END-INTEGER PIC 9(9).
           01 PURCHASE-INTEGER PIC 9(9).
           01 MONTHS-ELAPSED PIC 9(5).
           01 PURCHASE-DATE-WORK.
               05 PURCHASE-YEAR PIC 9(4).
               05 PURCHASE-MONTH PIC 9(2).
               05 PURCHASE-DAY PIC 9(2).
           01 LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
           01 LAST-CLOSED-PARTS REDEFINES LAST-CLOSED-PERIOD.
               05 LAST-CLOSED-YEAR PIC 9(4).
               05 LAST-CLOSED-MONTH PIC 9(2).
           01 NEXT-OPEN-PERIOD PIC 9(6).
           01 LOOKUP-SERIAL PIC X(10).
           01 PRIOR-ACCUM-DEPREC PIC 9(7)V99.
           01 PRIOR-ENTRY-TYPE PIC X(01).
           01 TARGET-ACCUM-DEPREC PIC 9(7)V99.
           01 ITEM-POSTABLE-SWITCH PIC X(01).
               88 ITEM-POSTABLE VALUE "Y".
           01 LEDGER-SCAN-SWITCH PIC X(01).
               88 LEDGER-SCAN-DONE VALUE "Y".
      *    Approved disposals decided in the period being closed (on
      *    the first close, in it or before), and those decided after
      *    it (DA-LATER-FLAG "Y"), whose items are still charged.
           01 DISP-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 DISP-TABLE.
               05 DISP-TABLE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DISP-TABLE-INDEX.
                   10 DA-SERIAL PIC X(10).
                   10 DA-PROCEEDS PIC 9(7)V99.
                   10 DA-LATER-FLAG PIC X(01).
           01 DISPOSAL-FOUND-SWITCH PIC X(01).
               88 DISPOSAL-FOUND VALUE "Y".
           01 LATER-DISPOSAL-SWITCH PIC X(01).
               88 LATER-DISPOSAL-FOUND VALUE "Y".
           01 DISPOSAL-TAKEN-FLAG PIC X(01).
           01 DISPOSAL-PROCEEDS PIC 9(7)V99.
      *    Everything the close will post, worked out in full before
      *    the supervisor confirms and anything is written.
           01 CLOSE-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 CLOSE-TABLE.
               05 CLOSE-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON CLOSE-TABLE-COUNT
                   INDEXED BY CLOSE-TABLE-INDEX.
                   10 CT-SERIAL PIC X(10).
                   10 CT-DEPARTMENT PIC X(20).
                   10 CT-ENTRY-TYPE PIC X(01).
                   10 CT-COST PIC 9(7)V99.
                   10 CT-CHARGE PIC 9(7)V99.
                   10 CT-ACCUM PIC 9(7)V99.
                   10 CT-BOOK PIC 9(7)V99.
                   10 CT-WRITE-OFF PIC 9(7)V99.
                   10 CT-PROCEEDS PIC 9(7)V99.
           01 DEPT-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
           01 DEPT-TABLE.
               05 DEPT-TABLE-ENTRY OCCURS 50 TIMES.
                   10 DT-NAME PIC X(20).
                   10 DT-ITEMS PIC 9(5).
                   10 DT-CHARGE PIC 9(9)V99.
                   10 DT-WO-COST PIC 9(9)V99.
                   10 DT-WO-ACCUM PIC 9(9)V99.
                   10 DT-WO-BOOK PIC 9(9)V99.
                   10 DT-WO-PROCEEDS PIC 9(9)V99.
           01 DEPT-TABLE-INDEX PIC 9(3).
           01 MATCH-INDEX PIC 9(3).
           01 DEPT-FOUND-SWITCH PIC X(01).
               88 DEPT-ENTRY-FOUND VALUE "Y".
           01 DISPOSAL-RESULT PIC S9(9)V99.
           01 JOURNAL-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 JOURNAL-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 JOURNAL-LINE-COUNT PIC 9(5) VALUE ZERO.
           01 CHARGE-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WRITE-OFF-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WRITE-OFF-COUNT PIC 9(5) VALUE ZERO.
           01 NO-COST-COUNTER PIC 9(5) VALUE ZERO.
           01 DISPOSED-BEFORE-COUNTER PIC 9(5) VALUE ZERO.
           01 LEDGER-ERROR-COUNTER PIC 9(5) VALUE ZERO.
           01 LEDGER-WRITTEN-COUNTER PIC 9(5) VALUE ZERO.
           01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
           01 SECOND-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
           01 TABLE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 TABLE-OVERFLOWED VALUE "Y".
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID For The Journal - supplied by
      *    EQUIPMENTDB-MENU when called from it, prompted otherwise.
           IF ADDRESS OF CALLER-OPERATOR-ID = NULL THEN
               DISPLAY "Operator ID: "
               ACCEPT OPERATOR-ID FROM CONSOLE
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.

      *    Posting to the ledger cannot be undone from here, so the
      *    close stays with supervisors even when the program is
      *    started on its own.
           CALL "EQUIPMENTDB-OPCHECK" USING OPERATOR-ID
               OPCHECK-RESULT OPCHECK-AUTH-LEVEL OPCHECK-NAME.
           IF OPCHECK-AUTH-LEVEL NOT = "S" THEN
               DISPLAY "Supervisor authority required to close a "
                   "depreciation period."
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           DISPLAY "Period To Close (YYYYMM): ".
           ACCEPT CLOSE-PERIOD-NUMBER FROM CONSOLE.
           IF CLOSE-MONTH < 1 OR CLOSE-MONTH > 12 OR
               CLOSE-YEAR < 1601 THEN
               DISPLAY "Not a valid period: " CLOSE-PERIOD-NUMBER
               GOBACK
           END-IF.
           IF CLOSE-PERIOD-NUMBER NOT < TODAY-DATE(1:6) THEN
               DISPLAY "Period " CLOSE-PERIOD-NUMBER " has not "
                   "ended yet, it cannot be closed."
               GOBACK
           END-IF.

      *    Periods are closed in order, one month at a time, so a
      *    write-off always lands in the period it was approved.
           PERFORM FIND-LAST-CLOSED-PERIOD.
           IF LAST-CLOSED-PERIOD NOT = ZERO THEN
               IF CLOSE-PERIOD-NUMBER NOT > LAST-CLOSED-PERIOD THEN
                   DISPLAY "Period " CLOSE-PERIOD-NUMBER " is already "
                       "closed - last period on the journal is "
                       LAST-CLOSED-PERIOD "."
                   GOBACK
               END-IF
               IF LAST-CLOSED-MONTH = 12 THEN
                   COMPUTE NEXT-OPEN-PERIOD =
                       (LAST-CLOSED-YEAR + 1) * 100 + 1
               ELSE
                   COMPUTE NEXT-OPEN-PERIOD = LAST-CLOSED-PERIOD + 1
               END-IF
               IF CLOSE-PERIOD-NUMBER NOT = NEXT-OPEN-PERIOD THEN
                   DISPLAY "Period " NEXT-OPEN-PERIOD " must be "
                       "closed next - last period on the journal is "
                       LAST-CLOSED-PERIOD "."
                   GOBACK
               END-IF
           END-IF.

      *    The period runs to the day before the first of the next
      *    month.
           IF CLOSE-MONTH = 12 THEN
               COMPUTE NEXT-MONTH-START = (CLOSE-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE NEXT-MONTH-START = CLOSE-PERIOD-NUMBER * 100
                   + 101
           END-IF.
           COMPUTE PERIOD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1.

           PERFORM LOAD-PERIOD-DISPOSALS.
           IF TABLE-OVERFLOWED THEN
               DISPLAY "More than 2000 approved disposals to take "
                   "into the close - too many to close here."
               GOBACK
           END-IF.

           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               DISPLAY "equipments.data not found, nothing to close."
               GOBACK
           END-IF.
           OPEN INPUT COST-LIST-DATA.
           IF STATUS-COST-LIST-DATA NOT = "00" THEN
               DISPLAY "equipcosts.data not found - no cost data has "
                   "been captured yet."
               CLOSE EQUIPMENT-LIST-DATA
               GOBACK
           END-IF.
           PERFORM OPEN-LEDGER-FILE.

           PERFORM UNTIL STATUS-EQUIPMENT-LIST-DATA NOT = "00"
               PERFORM CLOSE-EQUIPMENT-ENTRY
           END-PERFORM.
           CLOSE EQUIPMENT-LIST-DATA.
           CLOSE COST-LIST-DATA.

           IF TABLE-OVERFLOWED THEN
               DISPLAY "More than 9999 items or 50 departments to "
                   "post - too large to close here, nothing posted."
               CLOSE DEPR-LEDGER-DATA
               GOBACK
           END-IF.
           IF CLOSE-TABLE-COUNT = 0 THEN
               DISPLAY "No costed items to post for period "
                   CLOSE-PERIOD-NUMBER "."
               CLOSE DEPR-LEDGER-DATA
               GOBACK
           END-IF.

           PERFORM DISPLAY-CLOSE-SUMMARY.

           DISPLAY "Post period " CLOSE-PERIOD-NUMBER " (Y/N): ".
           ACCEPT CONFIRM-CHOICE FROM CONSOLE.
           IF CONFIRM-CHOICE = "Y" THEN
               PERFORM VARYING CLOSE-TABLE-INDEX FROM 1 BY 1
                       UNTIL CLOSE-TABLE-INDEX > CLOSE-TABLE-COUNT
                   PERFORM WRITE-LEDGER-ENTRY
               END-PERFORM
               PERFORM WRITE-JOURNAL
               DISPLAY "Ledger entries written: "
                   LEDGER-WRITTEN-COUNTER
               DISPLAY "Journal lines written: " JOURNAL-LINE-COUNT
               IF LEDGER-ERROR-COUNTER > 0 THEN
                   DISPLAY "Ledger entries already on file, not "
                       "rewritten: " LEDGER-ERROR-COUNTER
               END-IF
               DISPLAY "Period " CLOSE-PERIOD-NUMBER " closed, run "
                   RUN-ID
           ELSE
               DISPLAY "Close cancelled, nothing posted."
           END-IF.
           CLOSE DEPR-LEDGER-DATA.

           GOBACK.

      *    The journal is the record of which periods are closed;
      *    find the latest one on it.
       FIND-LAST-CLOSED-PERIOD.
           MOVE SPACE TO STATUS-GL-JOURNAL-DATA.
           OPEN INPUT GL-JOURNAL-DATA.
           IF STATUS-GL-JOURNAL-DATA = "00" THEN
               PERFORM UNTIL STATUS-GL-JOURNAL-DATA NOT = "00"
                   PERFORM READ-JOURNAL-ENTRY
               END-PERFORM
               CLOSE GL-JOURNAL-DATA
           END-IF.
           EXIT.

       READ-JOURNAL-ENTRY.
           READ GL-JOURNAL-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF JRNL-PERIOD > LAST-CLOSED-PERIOD THEN
                       MOVE JRNL-PERIOD TO LAST-CLOSED-PERIOD
                   END-IF
           END-READ.
           EXIT.

       LOAD-PERIOD-DISPOSALS.
           MOVE SPACE TO STATUS-DISP-LIST-DATA.
           OPEN INPUT DISP-LIST-DATA.
           IF STATUS-DISP-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-DISP-LIST-DATA NOT = "00"
                   PERFORM LOAD-DISPOSAL-ENTRY
               END-PERFORM
               CLOSE DISP-LIST-DATA
           END-IF.
           EXIT.

       LOAD-DISPOSAL-ENTRY.
           READ DISP-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF DISP-STATE-FLAG = "A" THEN
                       PERFORM CLASSIFY-DISPOSAL-ENTRY
                   END-IF
           END-READ.
           EXIT.

       CLASSIFY-DISPOSAL-ENTRY.
           IF DISP-DECIDED-TIMESTAMP(1:6) > CLOSE-PERIOD THEN
               MOVE "Y" TO DISPOSAL-TAKEN-FLAG
           ELSE
               IF DISP-DECIDED-TIMESTAMP(1:6) = CLOSE-PERIOD OR
                   LAST-CLOSED-PERIOD = ZERO THEN
                   MOVE "N" TO DISPOSAL-TAKEN-FLAG
               ELSE
                   MOVE SPACE TO DISPOSAL-TAKEN-FLAG
               END-IF
           END-IF.
           IF DISPOSAL-TAKEN-FLAG NOT = SPACE THEN
               IF DISP-TABLE-COUNT < 2000 THEN
                   ADD 1 TO DISP-TABLE-COUNT
                   MOVE DISP-SERIAL TO DA-SERIAL(DISP-TABLE-COUNT)
                   MOVE DISP-PROCEEDS TO DA-PROCEEDS(DISP-TABLE-COUNT)
                   MOVE DISPOSAL-TAKEN-FLAG
                       TO DA-LATER-FLAG(DISP-TABLE-COUNT)
               ELSE
                   SET TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           EXIT.

      *    Create the ledger file first if this is the very first
      *    close.
       OPEN-LEDGER-FILE.
           OPEN I-O DEPR-LEDGER-DATA.
           IF STATUS-DEPR-LEDGER-DATA NOT = "00" THEN
               OPEN OUTPUT DEPR-LEDGER-DATA
               CLOSE DEPR-LEDGER-DATA
               OPEN I-O DEPR-LEDGER-DATA
           END-IF.
           EXIT.

       CLOSE-EQUIPMENT-ENTRY.
           READ EQUIPMENT-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF INTERNAL-SERIAL(1:1) NOT = "*" THEN
                       PERFORM CLOSE-ITEM
                   END-IF
           END-READ.
           EXIT.

      *    A retired item is written off in the period its disposal
      *    was approved, and charged as usual in a period before
      *    that; one retired without an approved disposal, one
      *    already written off, or one bought after the period has
      *    nothing to post.
       CLOSE-ITEM.
           MOVE INTERNAL-SERIAL TO LOOKUP-SERIAL.
           PERFORM FIND-PERIOD-DISPOSAL.
           MOVE "Y" TO ITEM-POSTABLE-SWITCH.
           IF ITEM-STATUS = "RETIRED" AND NOT DISPOSAL-FOUND AND
               NOT LATER-DISPOSAL-FOUND THEN
               MOVE "N" TO ITEM-POSTABLE-SWITCH
           END-IF.
           IF ITEM-PURCHASE-DATE NOT = ZERO THEN
               COMPUTE PURCHASE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ITEM-PURCHASE-DATE)
               IF PURCHASE-INTEGER > PERIOD-END-INTEGER THEN
                   MOVE "N" TO ITEM-POSTABLE-SWITCH
               END-IF
           END-IF.
           IF ITEM-POSTABLE THEN
               MOVE INTERNAL-SERIAL TO COST-SERIAL
               READ COST-LIST-DATA
                   INVALID KEY
                       ADD 1 TO NO-COST-COUNTER
                   NOT INVALID KEY
                       PERFORM FIND-PRIOR-LEDGER-ENTRY
                       IF PRIOR-ENTRY-TYPE = "W" THEN
                           ADD 1 TO DISPOSED-BEFORE-COUNTER
                       ELSE
                           PERFORM COMPUTE-PERIOD-CHARGE
                       END-IF
               END-READ
           END-IF.
           EXIT.

       FIND-PERIOD-DISPOSAL.
           MOVE "N" TO DISPOSAL-FOUND-SWITCH.
           MOVE "N" TO LATER-DISPOSAL-SWITCH.
           MOVE ZERO TO DISPOSAL-PROCEEDS.
           PERFORM VARYING DISP-TABLE-INDEX FROM 1 BY 1
                   UNTIL DISP-TABLE-INDEX > DISP-TABLE-COUNT
                   OR DISPOSAL-FOUND
               PERFORM MATCH-DISPOSAL-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-DISPOSAL-ENTRY.
           IF DA-SERIAL(DISP-TABLE-INDEX) = LOOKUP-SERIAL THEN
               IF DA-LATER-FLAG(DISP-TABLE-INDEX) = "Y" THEN
                   SET LATER-DISPOSAL-FOUND TO TRUE
               ELSE
                   SET DISPOSAL-FOUND TO TRUE
                   MOVE DA-PROCEEDS(DISP-TABLE-INDEX)
                       TO DISPOSAL-PROCEEDS
               END-IF
           END-IF.
           EXIT.

      *    The ledger is keyed serial then period, so the serial's
      *    entries come back oldest first; the last one read holds
      *    the accumulated depreciation posted so far.
       FIND-PRIOR-LEDGER-ENTRY.
           MOVE ZERO TO PRIOR-ACCUM-DEPREC.
           MOVE SPACE TO PRIOR-ENTRY-TYPE.
           MOVE "N" TO LEDGER-SCAN-SWITCH.
           MOVE LOOKUP-SERIAL TO DLEDG-SERIAL.
           MOVE ZERO TO DLEDG-PERIOD.
           START DEPR-LEDGER-DATA KEY IS NOT < DLEDG-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL LEDGER-SCAN-DONE
               PERFORM READ-PRIOR-LEDGER-ENTRY
           END-PERFORM.
           EXIT.

       READ-PRIOR-LEDGER-ENTRY.
           READ DEPR-LEDGER-DATA NEXT RECORD
               AT END
                   SET LEDGER-SCAN-DONE TO TRUE
               NOT AT END
                   IF DLEDG-SERIAL NOT = LOOKUP-SERIAL THEN
                       SET LEDGER-SCAN-DONE TO TRUE
                   ELSE
                       MOVE DLEDG-ACCUM-DEPREC TO PRIOR-ACCUM-DEPREC
                       MOVE DLEDG-ENTRY-TYPE TO PRIOR-ENTRY-TYPE
                   END-IF
           END-READ.
           EXIT.

      *    Straight-line to the end of the period in calendar months.
      *    Depreciation starts the month after purchase: the month of
      *    purchase carries no charge and each month after it one
      *    month's, so closing consecutive periods posts one month's
      *    charge apiece however many days each month has. Items with
      *    no purchase date or a zero life are carried at full cost.
      *    Accumulated depreciation never goes down - should the cost
      *    record have been cut since the last close, the charge is
      *    simply zero.
       COMPUTE-PERIOD-CHARGE.
           IF ITEM-PURCHASE-DATE = ZERO OR
               COST-USEFUL-LIFE-MONTHS = ZERO THEN
               MOVE ZERO TO TARGET-ACCUM-DEPREC
           ELSE
               MOVE ITEM-PURCHASE-DATE TO PURCHASE-DATE-WORK
               COMPUTE MONTHS-ELAPSED =
                   (CLOSE-YEAR * 12 + CLOSE-MONTH)
                   - (PURCHASE-YEAR * 12 + PURCHASE-MONTH)
               IF MONTHS-ELAPSED >= COST-USEFUL-LIFE-MONTHS THEN
                   MOVE COST-ACQUISITION-COST TO TARGET-ACCUM-DEPREC
               ELSE
                   COMPUTE TARGET-ACCUM-DEPREC ROUNDED =
                       COST-ACQUISITION-COST * MONTHS-ELAPSED
                       / COST-USEFUL-LIFE-MONTHS
               END-IF
           END-IF.
           IF TARGET-ACCUM-DEPREC < PRIOR-ACCUM-DEPREC THEN
               MOVE PRIOR-ACCUM-DEPREC TO TARGET-ACCUM-DEPREC
           END-IF.
           IF TARGET-ACCUM-DEPREC > COST-ACQUISITION-COST THEN
               MOVE COST-ACQUISITION-COST TO TARGET-ACCUM-DEPREC
           END-IF.

           IF CLOSE-TABLE-COUNT NOT < 9999 THEN
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               PERFORM RECORD-CLOSE-ENTRY
           END-IF.
           EXIT.

       RECORD-CLOSE-ENTRY.
           ADD 1 TO CLOSE-TABLE-COUNT.
           SET CLOSE-TABLE-INDEX TO CLOSE-TABLE-COUNT.
           MOVE INTERNAL-SERIAL TO CT-SERIAL(CLOSE-TABLE-INDEX).
           MOVE ITEM-DEPARTMENT TO CT-DEPARTMENT(CLOSE-TABLE-INDEX).
           MOVE COST-ACQUISITION-COST TO CT-COST(CLOSE-TABLE-INDEX).
           COMPUTE CT-CHARGE(CLOSE-TABLE-INDEX) =
               TARGET-ACCUM-DEPREC - PRIOR-ACCUM-DEPREC.
           MOVE TARGET-ACCUM-DEPREC TO CT-ACCUM(CLOSE-TABLE-INDEX).
           IF DISPOSAL-FOUND THEN
               MOVE "W" TO CT-ENTRY-TYPE(CLOSE-TABLE-INDEX)
               COMPUTE CT-WRITE-OFF(CLOSE-TABLE-INDEX) =
                   COST-ACQUISITION-COST - TARGET-ACCUM-DEPREC
               MOVE ZERO TO CT-BOOK(CLOSE-TABLE-INDEX)
               MOVE DISPOSAL-PROCEEDS TO CT-PROCEEDS(CLOSE-TABLE-INDEX)
               ADD 1 TO WRITE-OFF-COUNT
               ADD CT-WRITE-OFF(CLOSE-TABLE-INDEX) TO WRITE-OFF-TOTAL
           ELSE
               MOVE "D" TO CT-ENTRY-TYPE(CLOSE-TABLE-INDEX)
               MOVE ZERO TO CT-WRITE-OFF(CLOSE-TABLE-INDEX)
               COMPUTE CT-BOOK(CLOSE-TABLE-INDEX) =
                   COST-ACQUISITION-COST - TARGET-ACCUM-DEPREC
               MOVE ZERO TO CT-PROCEEDS(CLOSE-TABLE-INDEX)
           END-IF.
           ADD CT-CHARGE(CLOSE-TABLE-INDEX) TO CHARGE-TOTAL.
           PERFORM RECORD-DEPARTMENT-TOTALS.
           EXIT.

      *    Bump the totals for ITEM-DEPARTMENT, adding a new table
      *    entry the first time a given department is seen. The
      *    journal cannot balance with a department left out, so a
      *    51st department stops the close.
       RECORD-DEPARTMENT-TOTALS.
           MOVE "N" TO DEPT-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM MATCH-DEPT-ENTRY
           END-PERFORM.
           IF NOT DEPT-ENTRY-FOUND THEN
               IF DEPT-TABLE-ENTRIES < 50 THEN
                   ADD 1 TO DEPT-TABLE-ENTRIES
                   MOVE DEPT-TABLE-ENTRIES TO MATCH-INDEX
                   MOVE ITEM-DEPARTMENT TO DT-NAME(MATCH-INDEX)
                   MOVE ZERO TO DT-ITEMS(MATCH-INDEX)
                   MOVE ZERO TO DT-CHARGE(MATCH-INDEX)
                   MOVE ZERO TO DT-WO-COST(MATCH-INDEX)
                   MOVE ZERO TO DT-WO-ACCUM(MATCH-INDEX)
                   MOVE ZERO TO DT-WO-BOOK(MATCH-INDEX)
                   MOVE ZERO TO DT-WO-PROCEEDS(MATCH-INDEX)
                   SET DEPT-ENTRY-FOUND TO TRUE
               ELSE
                   SET TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF DEPT-ENTRY-FOUND THEN
               ADD 1 TO DT-ITEMS(MATCH-INDEX)
               ADD CT-CHARGE(CLOSE-TABLE-INDEX)
                   TO DT-CHARGE(MATCH-INDEX)
               IF CT-ENTRY-TYPE(CLOSE-TABLE-INDEX) = "W" THEN
                   ADD CT-COST(CLOSE-TABLE-INDEX)
                       TO DT-WO-COST(MATCH-INDEX)
                   ADD CT-ACCUM(CLOSE-TABLE-INDEX)
                       TO DT-WO-ACCUM(MATCH-INDEX)
                   ADD CT-WRITE-OFF(CLOSE-TABLE-INDEX)
                       TO DT-WO-BOOK(MATCH-INDEX)
                   ADD CT-PROCEEDS(CLOSE-TABLE-INDEX)
                       TO DT-WO-PROCEEDS(MATCH-INDEX)
               END-IF
           END-IF.
           EXIT.

       MATCH-DEPT-ENTRY.
           IF DT-NAME(DEPT-TABLE-INDEX) = ITEM-DEPARTMENT THEN
               SET DEPT-ENTRY-FOUND TO TRUE
               MOVE DEPT-TABLE-INDEX TO MATCH-INDEX
           END-IF.
           EXIT.

       DISPLAY-CLOSE-SUMMARY.
           DISPLAY " ".
           DISPLAY "---- DEPRECIATION CLOSE " CLOSE-PERIOD-NUMBER
               " ----".
           DISPLAY "DEPARTMENT           | ITEMS | "
               "PERIOD CHARGE    | WRITTEN OFF".
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM DISPLAY-DEPT-LINE
           END-PERFORM.
           DISPLAY "------------------------------------".
           MOVE CHARGE-TOTAL TO AMOUNT-DISPLAY.
           MOVE WRITE-OFF-TOTAL TO SECOND-AMOUNT-DISPLAY.
           DISPLAY "ITEMS " CLOSE-TABLE-COUNT
               "  CHARGE " AMOUNT-DISPLAY
               "  WRITE-OFFS " WRITE-OFF-COUNT
               " " SECOND-AMOUNT-DISPLAY.
           IF NO-COST-COUNTER > 0 THEN
               DISPLAY "Items with no cost record: " NO-COST-COUNTER
           END-IF.
           IF DISPOSED-BEFORE-COUNTER > 0 THEN
               DISPLAY "Items written off in an earlier period: "
                   DISPOSED-BEFORE-COUNTER
           END-IF.
           EXIT.

       DISPLAY-DEPT-LINE.
           MOVE DT-CHARGE(DEPT-TABLE-INDEX) TO AMOUNT-DISPLAY.
           MOVE DT-WO-BOOK(DEPT-TABLE-INDEX) TO SECOND-AMOUNT-DISPLAY.
           DISPLAY
               DT-NAME(DEPT-TABLE-INDEX)
               " | "
               DT-ITEMS(DEPT-TABLE-INDEX)
               " | "
               AMOUNT-DISPLAY
               " | "
               SECOND-AMOUNT-DISPLAY.
           EXIT.

       WRITE-LEDGER-ENTRY.
           MOVE CT-SERIAL(CLOSE-TABLE-INDEX) TO DLEDG-SERIAL.
           MOVE CLOSE-PERIOD-NUMBER TO DLEDG-PERIOD.
           MOVE CT-DEPARTMENT(CLOSE-TABLE-INDEX) TO DLEDG-DEPARTMENT.
           MOVE CT-ENTRY-TYPE(CLOSE-TABLE-INDEX) TO DLEDG-ENTRY-TYPE.
           MOVE CT-COST(CLOSE-TABLE-INDEX) TO DLEDG-ACQUISITION-COST.
           MOVE CT-CHARGE(CLOSE-TABLE-INDEX) TO DLEDG-PERIOD-CHARGE.
           MOVE CT-ACCUM(CLOSE-TABLE-INDEX) TO DLEDG-ACCUM-DEPREC.
           MOVE CT-BOOK(CLOSE-TABLE-INDEX) TO DLEDG-CLOSING-BOOK.
           MOVE CT-WRITE-OFF(CLOSE-TABLE-INDEX) TO DLEDG-WRITE-OFF.
           MOVE RUN-ID TO DLEDG-RUN-ID.
           WRITE DEPR-LEDGER-REC
               INVALID KEY
                   ADD 1 TO LEDGER-ERROR-COUNTER
               NOT INVALID KEY
                   ADD 1 TO LEDGER-WRITTEN-COUNTER
           END-WRITE.
           EXIT.

      *    Line sequential files have no create-on-EXTEND guarantee,
      *    so fall back to OUTPUT the first time the journal is
      *    written.
       WRITE-JOURNAL.
           OPEN EXTEND GL-JOURNAL-DATA.
           IF STATUS-GL-JOURNAL-DATA NOT = "00" THEN
               OPEN OUTPUT GL-JOURNAL-DATA
           END-IF.
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM WRITE-DEPT-JOURNAL-LINES
           END-PERFORM.
           CLOSE GL-JOURNAL-DATA.
           MOVE JOURNAL-DEBIT-TOTAL TO AMOUNT-DISPLAY.
           MOVE JOURNAL-CREDIT-TOTAL TO SECOND-AMOUNT-DISPLAY.
           DISPLAY "Journal debits " AMOUNT-DISPLAY
               "  credits " SECOND-AMOUNT-DISPLAY.
           EXIT.

      *    The period charge is debited to expense and credited to
      *    accumulated depreciation. A write-off takes the asset off
      *    at cost: the depreciation accumulated on it and any
      *    proceeds are debited, and what is left is the loss on
      *    disposal (debit) or, when proceeds beat book value, the
      *    gain (credit). Zero lines are not written, except that a
      *    period with nothing to charge still writes its expense
      *    line, so the period shows as closed.
       WRITE-DEPT-JOURNAL-LINES.
           IF DT-CHARGE(DEPT-TABLE-INDEX) > 0 OR
               CHARGE-TOTAL = 0 THEN
               MOVE "DEPRECIATION EXPENSE" TO JRNL-ACCOUNT
               MOVE DT-CHARGE(DEPT-TABLE-INDEX) TO JRNL-DEBIT
               MOVE ZERO TO JRNL-CREDIT
               PERFORM WRITE-JOURNAL-LINE
               MOVE "ACCUMULATED DEPRECIATION" TO JRNL-ACCOUNT
               MOVE ZERO TO JRNL-DEBIT
               MOVE DT-CHARGE(DEPT-TABLE-INDEX) TO JRNL-CREDIT
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF DT-WO-COST(DEPT-TABLE-INDEX) > 0 THEN
               MOVE "ACCUMULATED DEPRECIATION" TO JRNL-ACCOUNT
               MOVE DT-WO-ACCUM(DEPT-TABLE-INDEX) TO JRNL-DEBIT
               MOVE ZERO TO JRNL-CREDIT
               PERFORM WRITE-JOURNAL-LINE
               IF DT-WO-PROCEEDS(DEPT-TABLE-INDEX) > 0 THEN
                   MOVE "DISPOSAL PROCEEDS" TO JRNL-ACCOUNT
                   MOVE DT-WO-PROCEEDS(DEPT-TABLE-INDEX) TO JRNL-DEBIT
                   MOVE ZERO TO JRNL-CREDIT
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               COMPUTE DISPOSAL-RESULT =
                   DT-WO-BOOK(DEPT-TABLE-INDEX)
                   - DT-WO-PROCEEDS(DEPT-TABLE-INDEX)
               IF DISPOSAL-RESULT > 0 THEN
                   MOVE "LOSS ON DISPOSAL" TO JRNL-ACCOUNT
                   MOVE DISPOSAL-RESULT TO JRNL-DEBIT
                   MOVE ZERO TO JRNL-CREDIT
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               IF DISPOSAL-RESULT < 0 THEN
                   MOVE "GAIN ON DISPOSAL" TO JRNL-ACCOUNT
                   MOVE ZERO TO JRNL-DEBIT
                   COMPUTE JRNL-CREDIT = 0 - DISPOSAL-RESULT
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               MOVE "EQUIPMENT AT COST" TO JRNL-ACCOUNT
               MOVE ZERO TO JRNL-DEBIT
               MOVE DT-WO-COST(DEPT-TABLE-INDEX) TO JRNL-CREDIT
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           EXIT.

       WRITE-JOURNAL-LINE.
           MOVE CLOSE-PERIOD-NUMBER TO JRNL-PERIOD.
           MOVE DT-NAME(DEPT-TABLE-INDEX) TO JRNL-DEPARTMENT.
           MOVE RUN-ID TO JRNL-RUN-ID.
           MOVE OPERATOR-ID TO JRNL-OPERATOR.
           WRITE GL-JOURNAL-REC.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
           ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
           EXIT.

       END PROGRAM EQUIPMENTDB-DEPRCLOSE.
