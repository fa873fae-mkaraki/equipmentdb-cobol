      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Cross-File Integrity Sweep.
      *          EQUIPMENTDB-VERIFY reconciles the master with its
      *          audit trail; this run checks the files that have
      *          grown up around the master against it. Every
      *          exception is listed with a code, the serial, what is
      *          wrong and the suggested fix, and the exceptions are
      *          counted by category at the end:
      *            LN01 open loan for a serial not on the master
      *            LN02 open loan for an item not LOANED on the master
      *            LN03 LOANED item with no open loan on loans.data
      *            CS01 cost record with no master or archive record
      *            CS02 cost record for an archived item
      *            CL01 active component link whose parent is RETIRED
      *                 or not on the master
      *            CL02 active component link whose child is RETIRED
      *                 or not on the master
      *            RV01 booked reservation on a RETIRED item
      *            RV02 booked reservation on a serial not on the
      *                 master
      *            DP01 pending disposal request for an item already
      *                 RETIRED
      *            DP02 pending disposal request for a serial not on
      *                 the master
      *            SV01 service event for a serial neither on the
      *                 master nor on equiparchive.data
      *          Nothing is changed; the fixes are made with the
      *          maintenance programs named in each suggestion. A file
      *          that is not there is reported and skipped. Runs
      *          unattended from EQUIPMENTDB-BATCH as the INTEGRITY
      *          step, with the exception count in the run log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-INTEGRITY.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT LOAN-LIST-DATA ASSIGN TO "loans.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-SERIAL
               FILE STATUS IS STATUS-LOAN-LIST-DATA.
               SELECT COST-LIST-DATA ASSIGN TO "equipcosts.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COST-SERIAL
               FILE STATUS IS STATUS-COST-LIST-DATA.
               SELECT COMP-LIST-DATA ASSIGN TO "equipcomp.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-COMP-LIST-DATA.
               SELECT RESV-LIST-DATA ASSIGN TO "equipresv.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RESV-LIST-DATA.
               SELECT DISP-LIST-DATA ASSIGN TO "equipdisp.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISP-LIST-DATA.
               SELECT SERVICE-LIST-DATA ASSIGN TO "equipservice.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SERVICE-LIST-DATA.
               SELECT ARCHIVE-EQUIPMENT-DATA ASSIGN TO
               "equiparchive.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARCHIVE-EQUIPMENT-DATA.
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
           FD COMP-LIST-DATA.
           COPY "comprec.cpy".
           FD RESV-LIST-DATA.
           COPY "resvrec.cpy".
           FD DISP-LIST-DATA.
           COPY "disprec.cpy".
           FD SERVICE-LIST-DATA.
           COPY "servrec.cpy".
      *    The archive holds equipment records as they were on the
      *    master (see EQUIPMENTDB-ARCHIVE); only the serial is used.
           FD ARCHIVE-EQUIPMENT-DATA.
           01 ARCHIVE-EQUIPMENT-REC.
               05 ARCHIVE-SERIAL PIC X(10).
               05 FILLER PIC X(128).
           FD REPORT-OUTPUT-FILE.
           01 REPORT-OUTPUT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-LOAN-LIST-DATA PIC X(2).
           01 STATUS-COST-LIST-DATA PIC X(2).
           01 STATUS-COMP-LIST-DATA PIC X(2).
           01 STATUS-RESV-LIST-DATA PIC X(2).
           01 STATUS-DISP-LIST-DATA PIC X(2).
           01 STATUS-SERVICE-LIST-DATA PIC X(2).
           01 STATUS-ARCHIVE-EQUIPMENT-DATA PIC X(2).
           01 STATUS-REPORT-OUTPUT-FILE PIC X(2).
           01 REPORT-FILE-NAME PIC X(40).
           01 REPORT-TEXT PIC X(132).
           01 CHECK-SERIAL PIC X(10).
           01 BATCH-MODE-SWITCH PIC X(01) VALUE "N".
               88 BATCH-MODE VALUE "Y".
           01 LOAN-FILE-SWITCH PIC X(01) VALUE "N".
               88 LOAN-FILE-OPEN VALUE "Y".
           01 MASTER-FOUND-SWITCH PIC X(01).
               88 MASTER-FOUND VALUE "Y".
           01 LOAN-FOUND-SWITCH PIC X(01).
               88 LOAN-FOUND VALUE "Y".
           01 ARCHIVE-FOUND-SWITCH PIC X(01).
               88 ARCHIVE-FOUND VALUE "Y".
           01 ARCHIVE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 ARCHIVE-OVERFLOWED VALUE "Y".
           01 EXCEPTION-COUNTER PIC 9(5) VALUE ZERO.
           01 LOAN-EXCEPTIONS PIC 9(5) VALUE ZERO.
           01 COST-EXCEPTIONS PIC 9(5) VALUE ZERO.
           01 LINK-EXCEPTIONS PIC 9(5) VALUE ZERO.
           01 RESV-EXCEPTIONS PIC 9(5) VALUE ZERO.
           01 DISP-EXCEPTIONS PIC 9(5) VALUE ZERO.
           01 SERVICE-EXCEPTIONS PIC 9(5) VALUE ZERO.
           01 ARCHIVE-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 ARCHIVE-TABLE.
               05 ARCHIVE-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON ARCHIVE-TABLE-COUNT
                   ASCENDING KEY IS AR-SERIAL
                   INDEXED BY ARCHIVE-TABLE-INDEX.
                   10 AR-SERIAL PIC X(10).
           01 EXCEPTION-DETAIL-LINE.
               05 ED-CODE PIC X(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 ED-SERIAL PIC X(10).
               05 FILLER PIC X(02) VALUE SPACES.
               05 ED-DETAIL PIC X(50).
               05 FILLER PIC X(02) VALUE SPACES.
               05 ED-FIX PIC X(62).
           01 CATEGORY-TOTAL-LINE.
               05 CT-CATEGORY PIC X(30).
               05 CT-COUNT PIC ZZ,ZZ9.
       LINKAGE SECTION.
           COPY "batchreq.cpy".
       PROCEDURE DIVISION USING BATCH-REQUEST-BLOCK.
       MAIN-PROCEDURE.
           IF ADDRESS OF BATCH-REQUEST-BLOCK NOT = NULL THEN
               SET BATCH-MODE TO TRUE
               MOVE BATCH-OUTPUT-FILE TO REPORT-FILE-NAME
               OPEN OUTPUT REPORT-OUTPUT-FILE
               MOVE ZERO TO BATCH-RECORD-COUNT
               MOVE "S" TO BATCH-RESULT-FLAG
           END-IF.

           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               MOVE "equipments.data not found, nothing to check."
                   TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
               IF BATCH-MODE THEN
                   MOVE "F" TO BATCH-RESULT-FLAG
                   CLOSE REPORT-OUTPUT-FILE
               END-IF
               GOBACK
           END-IF.
           MOVE SPACE TO STATUS-LOAN-LIST-DATA.
           OPEN INPUT LOAN-LIST-DATA.
           IF STATUS-LOAN-LIST-DATA = "00" THEN
               SET LOAN-FILE-OPEN TO TRUE
           END-IF.

           PERFORM LOAD-ARCHIVE-SERIALS.

           MOVE "---- CROSS-FILE INTEGRITY SWEEP ----" TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO REPORT-TEXT.
           STRING "CODE  SERIAL      PROBLEM"
               "                                             "
               "SUGGESTED FIX"
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.

      *    The master is read through once from the start before any
      *    keyed reads, so no START is needed to position it.
           PERFORM CHECK-LOANED-ITEMS.
           PERFORM CHECK-OPEN-LOANS.
           PERFORM CHECK-COST-RECORDS.
           PERFORM CHECK-COMPONENT-LINKS.
           PERFORM CHECK-RESERVATIONS.
           PERFORM CHECK-DISPOSALS.
           PERFORM CHECK-SERVICE-EVENTS.

           CLOSE EQUIPMENT-LIST-DATA.
           IF LOAN-FILE-OPEN THEN
               CLOSE LOAN-LIST-DATA
           END-IF.

           PERFORM EMIT-CATEGORY-TOTALS.

           IF BATCH-MODE THEN
               MOVE EXCEPTION-COUNTER TO BATCH-RECORD-COUNT
               CLOSE REPORT-OUTPUT-FILE
           END-IF.

           GOBACK.

      *    Sorted once so each service event and cost record can be
      *    looked up with SEARCH ALL.
       LOAD-ARCHIVE-SERIALS.
           MOVE SPACE TO STATUS-ARCHIVE-EQUIPMENT-DATA.
           OPEN INPUT ARCHIVE-EQUIPMENT-DATA.
           IF STATUS-ARCHIVE-EQUIPMENT-DATA = "00" THEN
               PERFORM UNTIL STATUS-ARCHIVE-EQUIPMENT-DATA NOT = "00"
                   PERFORM LOAD-ARCHIVE-ENTRY
               END-PERFORM
               CLOSE ARCHIVE-EQUIPMENT-DATA
           END-IF.
           IF ARCHIVE-TABLE-COUNT > 1 THEN
               SORT ARCHIVE-TABLE-ENTRY ON ASCENDING KEY AR-SERIAL
           END-IF.
           IF ARCHIVE-OVERFLOWED THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "equiparchive.data holds more than 9999 items - "
                   "CS01/SV01 may list archived serials."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF.
           EXIT.

       LOAD-ARCHIVE-ENTRY.
           READ ARCHIVE-EQUIPMENT-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF ARCHIVE-TABLE-COUNT < 9999 THEN
                       ADD 1 TO ARCHIVE-TABLE-COUNT
                       MOVE ARCHIVE-SERIAL
                           TO AR-SERIAL(ARCHIVE-TABLE-COUNT)
                   ELSE
                       SET ARCHIVE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

       LOOKUP-MASTER.
           MOVE CHECK-SERIAL TO INTERNAL-SERIAL.
           READ EQUIPMENT-LIST-DATA
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.
           EXIT.

       LOOKUP-ARCHIVE.
           MOVE "N" TO ARCHIVE-FOUND-SWITCH.
           IF ARCHIVE-TABLE-COUNT > 0 THEN
               SEARCH ALL ARCHIVE-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN AR-SERIAL(ARCHIVE-TABLE-INDEX) = CHECK-SERIAL
                       SET ARCHIVE-FOUND TO TRUE
               END-SEARCH
           END-IF.
           EXIT.

      *    LN03 - every LOANED item must have its open loan.
       CHECK-LOANED-ITEMS.
           PERFORM UNTIL STATUS-EQUIPMENT-LIST-DATA NOT = "00"
               PERFORM CHECK-LOANED-ITEM
           END-PERFORM.
           EXIT.

       CHECK-LOANED-ITEM.
           READ EQUIPMENT-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ITEM-STATUS = "LOANED" AND
                       INTERNAL-SERIAL(1:1) NOT = "*" THEN
                       PERFORM CHECK-ITEM-HAS-LOAN
                   END-IF
           END-READ.
           EXIT.

       CHECK-ITEM-HAS-LOAN.
           MOVE "N" TO LOAN-FOUND-SWITCH.
           IF LOAN-FILE-OPEN THEN
               MOVE INTERNAL-SERIAL TO LOAN-SERIAL
               READ LOAN-LIST-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOAN-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT LOAN-FOUND THEN
               ADD 1 TO LOAN-EXCEPTIONS
               MOVE "LN03" TO ED-CODE
               MOVE INTERNAL-SERIAL TO ED-SERIAL
               MOVE "status LOANED but no open loan on loans.data"
                   TO ED-DETAIL
               MOVE "Re-record the loan or correct status (UPDATE)"
                   TO ED-FIX
               PERFORM EMIT-EXCEPTION
           END-IF.
           EXIT.

      *    LN01/LN02 - every open loan must be for a LOANED item.
       CHECK-OPEN-LOANS.
           IF NOT LOAN-FILE-OPEN THEN
               MOVE "loans.data not found - open loans not checked."
                   TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           ELSE
      *        Back to the first loan after the keyed reads above.
               MOVE LOW-VALUES TO LOAN-SERIAL
               START LOAN-LIST-DATA KEY NOT < LOAN-SERIAL
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL STATUS-LOAN-LIST-DATA NOT = "00"
                   PERFORM CHECK-OPEN-LOAN
               END-PERFORM
           END-IF.
           EXIT.

       CHECK-OPEN-LOAN.
           READ LOAN-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LOAN-SERIAL TO CHECK-SERIAL
                   PERFORM LOOKUP-MASTER
                   PERFORM CLASSIFY-OPEN-LOAN
           END-READ.
           EXIT.

       CLASSIFY-OPEN-LOAN.
           IF NOT MASTER-FOUND THEN
               ADD 1 TO LOAN-EXCEPTIONS
               MOVE "LN01" TO ED-CODE
               MOVE LOAN-SERIAL TO ED-SERIAL
               MOVE SPACES TO ED-DETAIL
               STRING "open loan to "
                   FUNCTION TRIM(LOAN-BORROWER TRAILING)
                   ", serial not on the master"
                   DELIMITED BY SIZE INTO ED-DETAIL
               MOVE "Recover the item, then check the loan in (LOAN)"
                   TO ED-FIX
               PERFORM EMIT-EXCEPTION
           ELSE
               IF ITEM-STATUS NOT = "LOANED" THEN
                   ADD 1 TO LOAN-EXCEPTIONS
                   MOVE "LN02" TO ED-CODE
                   MOVE LOAN-SERIAL TO ED-SERIAL
                   MOVE SPACES TO ED-DETAIL
                   STRING "open loan to "
                       FUNCTION TRIM(LOAN-BORROWER TRAILING)
                       ", master status "
                       FUNCTION TRIM(ITEM-STATUS TRAILING)
                       DELIMITED BY SIZE INTO ED-DETAIL
                   MOVE "Check the loan in (LOAN) or correct the status"
                       TO ED-FIX
                   PERFORM EMIT-EXCEPTION
               END-IF
           END-IF.
           EXIT.

      *    CS01/CS02 - EQUIPMENTDB-ARCHIVE leaves the cost record
      *    behind when it moves an item off the master, so an
      *    archived serial is told apart from a true orphan.
       CHECK-COST-RECORDS.
           MOVE SPACE TO STATUS-COST-LIST-DATA.
           OPEN INPUT COST-LIST-DATA.
           IF STATUS-COST-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-COST-LIST-DATA NOT = "00"
                   PERFORM CHECK-COST-RECORD
               END-PERFORM
               CLOSE COST-LIST-DATA
           ELSE
               MOVE "equipcosts.data not found - costs not checked."
                   TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF.
           EXIT.

       CHECK-COST-RECORD.
           READ COST-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE COST-SERIAL TO CHECK-SERIAL
                   PERFORM LOOKUP-MASTER
                   IF NOT MASTER-FOUND THEN
                       PERFORM LOOKUP-ARCHIVE
                       PERFORM CLASSIFY-ORPHAN-COST
                   END-IF
           END-READ.
           EXIT.

       CLASSIFY-ORPHAN-COST.
           ADD 1 TO COST-EXCEPTIONS.
           MOVE COST-SERIAL TO ED-SERIAL.
           IF ARCHIVE-FOUND THEN
               MOVE "CS02" TO ED-CODE
               MOVE "cost record for an archived item" TO ED-DETAIL
               MOVE "Remove the cost record after its final close"
                   TO ED-FIX
           ELSE
               MOVE "CS01" TO ED-CODE
               MOVE "cost record with no master or archive record"
                   TO ED-DETAIL
               MOVE "Correct the serial or delete the cost record"
                   TO ED-FIX
           END-IF.
           PERFORM EMIT-EXCEPTION.
           EXIT.

      *    CL01/CL02 - only attached ("A") links are checked; detached
      *    ones are history.
       CHECK-COMPONENT-LINKS.
           MOVE SPACE TO STATUS-COMP-LIST-DATA.
           OPEN INPUT COMP-LIST-DATA.
           IF STATUS-COMP-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-COMP-LIST-DATA NOT = "00"
                   PERFORM CHECK-COMPONENT-LINK
               END-PERFORM
               CLOSE COMP-LIST-DATA
           END-IF.
           EXIT.

       CHECK-COMPONENT-LINK.
           READ COMP-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF COMP-ACTIVE-FLAG = "A" THEN
                       MOVE COMP-PARENT-SERIAL TO CHECK-SERIAL
                       PERFORM LOOKUP-MASTER
                       IF NOT MASTER-FOUND OR
                           ITEM-STATUS = "RETIRED" THEN
                           MOVE "CL01" TO ED-CODE
                           PERFORM REPORT-BAD-LINK
                       END-IF
                       MOVE COMP-CHILD-SERIAL TO CHECK-SERIAL
                       PERFORM LOOKUP-MASTER
                       IF NOT MASTER-FOUND OR
                           ITEM-STATUS = "RETIRED" THEN
                           MOVE "CL02" TO ED-CODE
                           PERFORM REPORT-BAD-LINK
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       REPORT-BAD-LINK.
           ADD 1 TO LINK-EXCEPTIONS.
           MOVE CHECK-SERIAL TO ED-SERIAL.
           MOVE SPACES TO ED-DETAIL.
           IF ED-CODE = "CL01" THEN
               STRING "parent of active link to child "
                   COMP-CHILD-SERIAL
                   DELIMITED BY SIZE INTO ED-DETAIL
           ELSE
               STRING "child of active link to parent "
                   COMP-PARENT-SERIAL
                   DELIMITED BY SIZE INTO ED-DETAIL
           END-IF.
           IF MASTER-FOUND THEN
               MOVE "RETIRED" TO ED-DETAIL(43:8)
           ELSE
               MOVE "missing" TO ED-DETAIL(43:8)
           END-IF.
           MOVE "Detach the link (COMPLINK)" TO ED-FIX.
           PERFORM EMIT-EXCEPTION.
           EXIT.

      *    RV01/RV02 - only booked ("B") reservations still matter.
       CHECK-RESERVATIONS.
           MOVE SPACE TO STATUS-RESV-LIST-DATA.
           OPEN INPUT RESV-LIST-DATA.
           IF STATUS-RESV-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-RESV-LIST-DATA NOT = "00"
                   PERFORM CHECK-RESERVATION
               END-PERFORM
               CLOSE RESV-LIST-DATA
           END-IF.
           EXIT.

       CHECK-RESERVATION.
           READ RESV-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF RESV-STATE-FLAG = "B" THEN
                       MOVE RESV-SERIAL TO CHECK-SERIAL
                       PERFORM LOOKUP-MASTER
                       PERFORM CLASSIFY-RESERVATION
                   END-IF
           END-READ.
           EXIT.

       CLASSIFY-RESERVATION.
           IF NOT MASTER-FOUND OR ITEM-STATUS = "RETIRED" THEN
               ADD 1 TO RESV-EXCEPTIONS
               MOVE RESV-SERIAL TO ED-SERIAL
               MOVE SPACES TO ED-DETAIL
               IF MASTER-FOUND THEN
                   MOVE "RV01" TO ED-CODE
                   STRING "booked " RESV-START-DATE "-" RESV-END-DATE
                       " for " FUNCTION TRIM(RESV-BORROWER TRAILING)
                       ", item RETIRED"
                       DELIMITED BY SIZE INTO ED-DETAIL
               ELSE
                   MOVE "RV02" TO ED-CODE
                   STRING "booked " RESV-START-DATE "-" RESV-END-DATE
                       " for " FUNCTION TRIM(RESV-BORROWER TRAILING)
                       ", not on master"
                       DELIMITED BY SIZE INTO ED-DETAIL
               END-IF
               MOVE "Cancel the booking (RESERVE), tell the borrower"
                   TO ED-FIX
               PERFORM EMIT-EXCEPTION
           END-IF.
           EXIT.

      *    DP01/DP02 - a pending ("P") request for an item that is
      *    already gone can never be approved.
       CHECK-DISPOSALS.
           MOVE SPACE TO STATUS-DISP-LIST-DATA.
           OPEN INPUT DISP-LIST-DATA.
           IF STATUS-DISP-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-DISP-LIST-DATA NOT = "00"
                   PERFORM CHECK-DISPOSAL
               END-PERFORM
               CLOSE DISP-LIST-DATA
           END-IF.
           EXIT.

       CHECK-DISPOSAL.
           READ DISP-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF DISP-STATE-FLAG = "P" THEN
                       MOVE DISP-SERIAL TO CHECK-SERIAL
                       PERFORM LOOKUP-MASTER
                       PERFORM CLASSIFY-DISPOSAL
                   END-IF
           END-READ.
           EXIT.

       CLASSIFY-DISPOSAL.
           IF NOT MASTER-FOUND OR ITEM-STATUS = "RETIRED" THEN
               ADD 1 TO DISP-EXCEPTIONS
               MOVE DISP-SERIAL TO ED-SERIAL
               MOVE SPACES TO ED-DETAIL
               IF MASTER-FOUND THEN
                   MOVE "DP01" TO ED-CODE
                   STRING "pending request raised by " DISP-RAISED-BY
                       ", item already RETIRED"
                       DELIMITED BY SIZE INTO ED-DETAIL
               ELSE
                   MOVE "DP02" TO ED-CODE
                   STRING "pending request raised by " DISP-RAISED-BY
                       ", not on master"
                       DELIMITED BY SIZE INTO ED-DETAIL
               END-IF
               MOVE "Reject the request (DISPOSAL)"
                   TO ED-FIX
               PERFORM EMIT-EXCEPTION
           END-IF.
           EXIT.

      *    SV01 - the service history is kept for archived items too,
      *    so only a serial found in neither place is an exception.
       CHECK-SERVICE-EVENTS.
           MOVE SPACE TO STATUS-SERVICE-LIST-DATA.
           OPEN INPUT SERVICE-LIST-DATA.
           IF STATUS-SERVICE-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-SERVICE-LIST-DATA NOT = "00"
                   PERFORM CHECK-SERVICE-EVENT
               END-PERFORM
               CLOSE SERVICE-LIST-DATA
           END-IF.
           EXIT.

       CHECK-SERVICE-EVENT.
           READ SERVICE-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SERVICE-SERIAL TO CHECK-SERIAL
                   PERFORM LOOKUP-MASTER
                   IF NOT MASTER-FOUND THEN
                       PERFORM LOOKUP-ARCHIVE
                       IF NOT ARCHIVE-FOUND THEN
                           PERFORM REPORT-ORPHAN-SERVICE
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       REPORT-ORPHAN-SERVICE.
           ADD 1 TO SERVICE-EXCEPTIONS.
           MOVE "SV01" TO ED-CODE.
           MOVE SERVICE-SERIAL TO ED-SERIAL.
           MOVE SPACES TO ED-DETAIL.
           STRING "service event of " SERVICE-DATE
               ", serial not live or archived"
               DELIMITED BY SIZE INTO ED-DETAIL.
           MOVE "Check the serial on the work order; correct the event"
               TO ED-FIX.
           PERFORM EMIT-EXCEPTION.
           EXIT.

       EMIT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNTER.
           MOVE EXCEPTION-DETAIL-LINE TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           EXIT.

       EMIT-CATEGORY-TOTALS.
           MOVE "-------------------------------------" TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           MOVE "Loans (LN01-LN03)" TO CT-CATEGORY.
           MOVE LOAN-EXCEPTIONS TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           MOVE "Costs (CS01-CS02)" TO CT-CATEGORY.
           MOVE COST-EXCEPTIONS TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           MOVE "Component links (CL01-CL02)" TO CT-CATEGORY.
           MOVE LINK-EXCEPTIONS TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           MOVE "Reservations (RV01-RV02)" TO CT-CATEGORY.
           MOVE RESV-EXCEPTIONS TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           MOVE "Disposals (DP01-DP02)" TO CT-CATEGORY.
           MOVE DISP-EXCEPTIONS TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           MOVE "Service events (SV01)" TO CT-CATEGORY.
           MOVE SERVICE-EXCEPTIONS TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           MOVE "Total exceptions" TO CT-CATEGORY.
           MOVE EXCEPTION-COUNTER TO CT-COUNT.
           PERFORM EMIT-CATEGORY-LINE.
           IF EXCEPTION-COUNTER = 0 THEN
               MOVE "No exceptions found." TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF.
           EXIT.

       EMIT-CATEGORY-LINE.
           MOVE CATEGORY-TOTAL-LINE TO REPORT-TEXT.
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

       END PROGRAM EQUIPMENTDB-INTEGRITY.
