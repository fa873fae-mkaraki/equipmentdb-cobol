      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Warranty And Contract
      *          Recovery Report.
      *          Lists every costed service event on equipservice.data
      *          in a date range that should not have been paid for:
      *          the item was still under warranty on the service date
      *          (ITEM-WARRANTY-EXPIRY on or after SERVICE-DATE), or a
      *          maintenance contract on vendcontracts.data covering
      *          the serial or its department was in force that day.
      *          A contract with the vendor that did the work is
      *          preferred when more than one applies. The money is
      *          totalled by the vendor paid, the way
      *          EQUIPMENTDB-VENDSPEND totals spend, so claims can be
      *          raised; vendor names come from vendors.data. Events
      *          from before SERVICE-COST existed carry no money and
      *          are skipped. An item no longer on the master is
      *          looked up on equiparchive.data (EQUIPMENTDB-ARCHIVE),
      *          whose record carries its warranty expiry and
      *          department, so archived items are checked the same
      *          way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-RECOVERY.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SERVICE-LIST-DATA ASSIGN TO "equipservice.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SERVICE-LIST-DATA.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT VEND-LIST-DATA ASSIGN TO "vendors.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-VEND-LIST-DATA.
               SELECT CONTR-LIST-DATA ASSIGN TO "vendcontracts.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONTR-LIST-DATA.
               SELECT ARCHIVE-EQUIPMENT-DATA ASSIGN TO
               "equiparchive.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARCHIVE-EQUIPMENT-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD SERVICE-LIST-DATA.
           COPY "servrec.cpy".
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD VEND-LIST-DATA.
           COPY "vendrec.cpy".
           FD CONTR-LIST-DATA.
           COPY "contrec.cpy".
      *    A master record as EQUIPMENTDB-ARCHIVE wrote it.
           FD ARCHIVE-EQUIPMENT-DATA.
           01 ARCHIVE-EQUIPMENT-REC.
               05 ARCH-INTERNAL-SERIAL PIC X(10).
               05 ARCH-ITEM-STATUS PIC X(10).
               05 ARCH-PROD-NAME PIC X(50).
               05 ARCH-ITEM-LOCATION PIC X(20).
               05 ARCH-ITEM-DEPARTMENT PIC X(20).
               05 ARCH-ITEM-PURCHASE-DATE PIC 9(8).
               05 ARCH-ITEM-WARRANTY-MONTHS PIC 9(3).
               05 ARCH-ITEM-WARRANTY-EXPIRY PIC 9(8).
               05 ARCH-ITEM-SEQUENCE PIC 9(9).
       WORKING-STORAGE SECTION.
           01 STATUS-SERVICE-LIST-DATA PIC X(2).
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-VEND-LIST-DATA PIC X(2).
           01 STATUS-CONTR-LIST-DATA PIC X(2).
           01 STATUS-ARCHIVE-EQUIPMENT-DATA PIC X(2).
           01 RANGE-FROM-DATE PIC 9(8).
           01 RANGE-TO-DATE PIC 9(8).
           01 ITEM-DEPARTMENT-WORK PIC X(20).
           01 WARRANTY-EXPIRY-WORK PIC 9(8).
           01 RECOVERY-REASON PIC X(10).
           01 RECOVERY-CONTRACT PIC X(10).
           01 EVENT-COUNTER PIC 9(5) VALUE ZERO.
           01 OVERFLOW-EVENT-COUNTER PIC 9(5) VALUE ZERO.
           01 GRAND-RECOVERY-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 COST-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
           01 MASTER-FILE-SWITCH PIC X(01) VALUE "N".
               88 MASTER-FILE-OPEN VALUE "Y".
           01 ITEM-FOUND-SWITCH PIC X(01).
               88 ITEM-ON-MASTER VALUE "Y".
               88 ITEM-ON-ARCHIVE VALUE "A".
               88 ITEM-KNOWN VALUE "Y" "A".
           01 VEND-NAME-COUNT PIC 9(4) VALUE ZERO.
           01 VEND-NAME-TABLE.
               05 VEND-NAME-ENTRY OCCURS 500 TIMES
                   INDEXED BY VEND-NAME-INDEX.
                   10 VN-ID PIC X(10).
                   10 VN-NAME PIC X(30).
           01 CONTR-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 CONTR-TABLE.
               05 CONTR-TABLE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CONTR-TABLE-INDEX.
                   10 CN-ID PIC X(10).
                   10 CN-VENDOR-ID PIC X(10).
                   10 CN-COVER-TYPE PIC X(01).
                   10 CN-COVER-VALUE PIC X(20).
                   10 CN-START-DATE PIC 9(8).
                   10 CN-END-DATE PIC 9(8).
           01 CONTRACT-MATCH-SWITCH PIC X(01).
               88 CONTRACT-MATCHED VALUE "Y".
           01 SAME-VENDOR-SWITCH PIC X(01).
               88 SAME-VENDOR-CONTRACT VALUE "Y".
           01 VENDOR-TABLE.
               05 VENDOR-TABLE-ENTRY OCCURS 100 TIMES.
                   10 VENDOR-TABLE-ID PIC X(30).
                   10 VENDOR-TABLE-EVENTS PIC 9(5).
                   10 VENDOR-TABLE-SPEND PIC 9(9)V99.
           01 VENDOR-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
           01 VENDOR-TABLE-INDEX PIC 9(3).
           01 MATCH-INDEX PIC 9(3).
           01 VENDOR-FOUND-SWITCH PIC X(01).
               88 VENDOR-ENTRY-FOUND VALUE "Y".
           01 VENDOR-NAME-WORK PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Service From Date (YYYYMMDD): ".
           ACCEPT RANGE-FROM-DATE FROM CONSOLE.
           DISPLAY "Service To Date (YYYYMMDD): ".
           ACCEPT RANGE-TO-DATE FROM CONSOLE.

           MOVE SPACE TO STATUS-SERVICE-LIST-DATA.
           OPEN INPUT SERVICE-LIST-DATA.
           IF STATUS-SERVICE-LIST-DATA NOT = "00" THEN
               DISPLAY "equipservice.data not found, no service "
                   "history to report."
               GOBACK
           END-IF.

           PERFORM LOAD-VENDOR-NAMES.
           PERFORM LOAD-CONTRACTS.

           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA = "00" THEN
               SET MASTER-FILE-OPEN TO TRUE
           END-IF.

           DISPLAY " ".
           DISPLAY "---- RECOVERABLE SERVICE COSTS "
               RANGE-FROM-DATE "-" RANGE-TO-DATE " ----".
           DISPLAY "SERIAL     | DATE     | VENDOR     | "
               "REASON     | CONTRACT   | COST".
           PERFORM UNTIL STATUS-SERVICE-LIST-DATA NOT = "00"
               PERFORM CHECK-SERVICE-ENTRY
           END-PERFORM.
           CLOSE SERVICE-LIST-DATA.
           IF MASTER-FILE-OPEN THEN
               CLOSE EQUIPMENT-LIST-DATA
           END-IF.

           PERFORM DISPLAY-TOTALS.

           GOBACK.

       LOAD-VENDOR-NAMES.
           MOVE SPACE TO STATUS-VEND-LIST-DATA.
           OPEN INPUT VEND-LIST-DATA.
           IF STATUS-VEND-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-VEND-LIST-DATA NOT = "00"
                   PERFORM LOAD-VENDOR-NAME-ENTRY
               END-PERFORM
               CLOSE VEND-LIST-DATA
           END-IF.
           EXIT.

       LOAD-VENDOR-NAME-ENTRY.
           READ VEND-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF VEND-NAME-COUNT < 500 THEN
                       ADD 1 TO VEND-NAME-COUNT
                       MOVE VEND-ID TO VN-ID(VEND-NAME-COUNT)
                       MOVE VEND-NAME TO VN-NAME(VEND-NAME-COUNT)
                   END-IF
           END-READ.
           EXIT.

       LOAD-CONTRACTS.
           MOVE SPACE TO STATUS-CONTR-LIST-DATA.
           OPEN INPUT CONTR-LIST-DATA.
           IF STATUS-CONTR-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-CONTR-LIST-DATA NOT = "00"
                   PERFORM LOAD-CONTRACT-ENTRY
               END-PERFORM
               CLOSE CONTR-LIST-DATA
           END-IF.
           EXIT.

       LOAD-CONTRACT-ENTRY.
           READ CONTR-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTR-TABLE-COUNT < 2000 THEN
                       ADD 1 TO CONTR-TABLE-COUNT
                       MOVE CONTR-ID TO CN-ID(CONTR-TABLE-COUNT)
                       MOVE CONTR-VENDOR-ID
                           TO CN-VENDOR-ID(CONTR-TABLE-COUNT)
                       MOVE CONTR-COVER-TYPE
                           TO CN-COVER-TYPE(CONTR-TABLE-COUNT)
                       MOVE CONTR-COVER-VALUE
                           TO CN-COVER-VALUE(CONTR-TABLE-COUNT)
                       MOVE CONTR-START-DATE
                           TO CN-START-DATE(CONTR-TABLE-COUNT)
                       MOVE CONTR-END-DATE
                           TO CN-END-DATE(CONTR-TABLE-COUNT)
                   END-IF
           END-READ.
           EXIT.

       CHECK-SERVICE-ENTRY.
           READ SERVICE-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF SERVICE-DATE >= RANGE-FROM-DATE AND
                       SERVICE-DATE <= RANGE-TO-DATE AND
                       SERVICE-COST NUMERIC THEN
                       IF SERVICE-COST NOT = ZERO THEN
                           PERFORM CHECK-EVENT-RECOVERY
                       END-IF
                   END-IF
           END-READ.
           EXIT.

      *    Warranty is tested first - it needs no contract - then the
      *    contracts, on the serial and on the item's department.
       CHECK-EVENT-RECOVERY.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           MOVE SPACES TO ITEM-DEPARTMENT-WORK.
           MOVE ZERO TO WARRANTY-EXPIRY-WORK.
           IF MASTER-FILE-OPEN THEN
               MOVE SERVICE-SERIAL TO INTERNAL-SERIAL
               READ EQUIPMENT-LIST-DATA
                   INVALID KEY
                       PERFORM CHECK-ARCHIVE-FILE
                   NOT INVALID KEY
                       SET ITEM-ON-MASTER TO TRUE
                       MOVE ITEM-DEPARTMENT TO ITEM-DEPARTMENT-WORK
                       MOVE ITEM-WARRANTY-EXPIRY
                           TO WARRANTY-EXPIRY-WORK
               END-READ
           END-IF.

           MOVE SPACES TO RECOVERY-REASON.
           MOVE SPACES TO RECOVERY-CONTRACT.
           IF WARRANTY-EXPIRY-WORK NOT = ZERO AND
               WARRANTY-EXPIRY-WORK >= SERVICE-DATE THEN
               MOVE "WARRANTY" TO RECOVERY-REASON
           END-IF.
           PERFORM FIND-COVERING-CONTRACT.
           IF CONTRACT-MATCHED AND RECOVERY-REASON = SPACES THEN
               MOVE "CONTRACT" TO RECOVERY-REASON
           END-IF.

           IF RECOVERY-REASON NOT = SPACES THEN
               MOVE SERVICE-COST TO COST-DISPLAY
               DISPLAY
                   SERVICE-SERIAL
                   " | "
                   SERVICE-DATE
                   " | "
                   SERVICE-VENDOR(1:10)
                   " | "
                   RECOVERY-REASON
                   " | "
                   RECOVERY-CONTRACT
                   " | "
                   COST-DISPLAY
               PERFORM RECORD-VENDOR-RECOVERY
           END-IF.
           EXIT.

      *    Not on the live master - the serial may have been purged
      *    by EQUIPMENTDB-ARCHIVE. The archive is a plain sequential
      *    dump, so this is a scan the way EQUIPMENTDB-DOSSIER does it.
       CHECK-ARCHIVE-FILE.
           MOVE SPACE TO STATUS-ARCHIVE-EQUIPMENT-DATA.
           OPEN INPUT ARCHIVE-EQUIPMENT-DATA.
           IF STATUS-ARCHIVE-EQUIPMENT-DATA = "00" THEN
               PERFORM UNTIL STATUS-ARCHIVE-EQUIPMENT-DATA NOT = "00"
                   OR ITEM-ON-ARCHIVE
                   PERFORM SCAN-ARCHIVE-ENTRY
               END-PERFORM
               CLOSE ARCHIVE-EQUIPMENT-DATA
           END-IF.
           EXIT.

       SCAN-ARCHIVE-ENTRY.
           READ ARCHIVE-EQUIPMENT-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF ARCH-INTERNAL-SERIAL = SERVICE-SERIAL THEN
                       SET ITEM-ON-ARCHIVE TO TRUE
                       MOVE ARCH-ITEM-DEPARTMENT
                           TO ITEM-DEPARTMENT-WORK
                       MOVE ARCH-ITEM-WARRANTY-EXPIRY
                           TO WARRANTY-EXPIRY-WORK
                   END-IF
           END-READ.
           EXIT.

       FIND-COVERING-CONTRACT.
           MOVE "N" TO CONTRACT-MATCH-SWITCH.
           MOVE "N" TO SAME-VENDOR-SWITCH.
           PERFORM VARYING CONTR-TABLE-INDEX FROM 1 BY 1
                   UNTIL CONTR-TABLE-INDEX > CONTR-TABLE-COUNT
                   OR SAME-VENDOR-CONTRACT
               PERFORM MATCH-CONTRACT-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-CONTRACT-ENTRY.
           IF CN-START-DATE(CONTR-TABLE-INDEX) <= SERVICE-DATE AND
               CN-END-DATE(CONTR-TABLE-INDEX) >= SERVICE-DATE THEN
               IF (CN-COVER-TYPE(CONTR-TABLE-INDEX) = "S" AND
                   CN-COVER-VALUE(CONTR-TABLE-INDEX) = SERVICE-SERIAL)
                   OR
                   (CN-COVER-TYPE(CONTR-TABLE-INDEX) = "D" AND
                   ITEM-KNOWN AND
                   CN-COVER-VALUE(CONTR-TABLE-INDEX) =
                   ITEM-DEPARTMENT-WORK) THEN
                   IF NOT CONTRACT-MATCHED OR
                       CN-VENDOR-ID(CONTR-TABLE-INDEX) =
                       SERVICE-VENDOR THEN
                       SET CONTRACT-MATCHED TO TRUE
                       MOVE CN-ID(CONTR-TABLE-INDEX)
                           TO RECOVERY-CONTRACT
                   END-IF
                   IF CN-VENDOR-ID(CONTR-TABLE-INDEX) =
                       SERVICE-VENDOR THEN
                       SET SAME-VENDOR-CONTRACT TO TRUE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *    Bump the totals for SERVICE-VENDOR, adding a new table
      *    entry the first time a given vendor is seen.
       RECORD-VENDOR-RECOVERY.
           MOVE "N" TO VENDOR-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING VENDOR-TABLE-INDEX FROM 1 BY 1
                   UNTIL VENDOR-TABLE-INDEX > VENDOR-TABLE-ENTRIES
               PERFORM MATCH-VENDOR-ENTRY
           END-PERFORM.
           IF NOT VENDOR-ENTRY-FOUND THEN
               IF VENDOR-TABLE-ENTRIES < 100 THEN
                   ADD 1 TO VENDOR-TABLE-ENTRIES
                   MOVE VENDOR-TABLE-ENTRIES TO MATCH-INDEX
                   MOVE SERVICE-VENDOR TO VENDOR-TABLE-ID(MATCH-INDEX)
                   MOVE ZERO TO VENDOR-TABLE-EVENTS(MATCH-INDEX)
                   MOVE ZERO TO VENDOR-TABLE-SPEND(MATCH-INDEX)
               ELSE
                   ADD 1 TO OVERFLOW-EVENT-COUNTER
               END-IF
           END-IF.
           IF MATCH-INDEX > 0 THEN
               ADD 1 TO VENDOR-TABLE-EVENTS(MATCH-INDEX)
               ADD SERVICE-COST TO VENDOR-TABLE-SPEND(MATCH-INDEX)
           END-IF.
           ADD 1 TO EVENT-COUNTER.
           ADD SERVICE-COST TO GRAND-RECOVERY-TOTAL.
           EXIT.

       MATCH-VENDOR-ENTRY.
           IF VENDOR-TABLE-ID(VENDOR-TABLE-INDEX) = SERVICE-VENDOR
               THEN
               SET VENDOR-ENTRY-FOUND TO TRUE
               MOVE VENDOR-TABLE-INDEX TO MATCH-INDEX
           END-IF.
           EXIT.

       DISPLAY-TOTALS.
           DISPLAY " ".
           DISPLAY "---- RECOVERABLE BY VENDOR ----".
           IF EVENT-COUNTER = 0 THEN
               DISPLAY "No recoverable service costs in that range."
           ELSE
               DISPLAY "VENDOR     | NAME                          "
                   " | EVENTS | RECOVERABLE"
               PERFORM VARYING VENDOR-TABLE-INDEX FROM 1 BY 1
                       UNTIL VENDOR-TABLE-INDEX > VENDOR-TABLE-ENTRIES
                   PERFORM DISPLAY-VENDOR-LINE
               END-PERFORM
               DISPLAY "------------------------------------"
               MOVE GRAND-RECOVERY-TOTAL TO COST-DISPLAY
               DISPLAY "TOTAL  EVENTS " EVENT-COUNTER
                   "  RECOVERABLE " COST-DISPLAY
           END-IF.
           IF OVERFLOW-EVENT-COUNTER > 0 THEN
               DISPLAY "Events of vendors past the table's 100, in "
                   "the total only: " OVERFLOW-EVENT-COUNTER
           END-IF.
           EXIT.

      *    Events recorded before the vendor master carry free-text
      *    vendors, which show with no name.
       DISPLAY-VENDOR-LINE.
           MOVE SPACES TO VENDOR-NAME-WORK.
           PERFORM VARYING VEND-NAME-INDEX FROM 1 BY 1
                   UNTIL VEND-NAME-INDEX > VEND-NAME-COUNT
               PERFORM MATCH-VENDOR-NAME
           END-PERFORM.
           MOVE VENDOR-TABLE-SPEND(VENDOR-TABLE-INDEX) TO COST-DISPLAY.
           DISPLAY
               VENDOR-TABLE-ID(VENDOR-TABLE-INDEX)(1:10)
               " | "
               VENDOR-NAME-WORK
               " | "
               VENDOR-TABLE-EVENTS(VENDOR-TABLE-INDEX)
               "  | "
               COST-DISPLAY.
           EXIT.

       MATCH-VENDOR-NAME.
           IF VN-ID(VEND-NAME-INDEX) =
               VENDOR-TABLE-ID(VENDOR-TABLE-INDEX) THEN
               MOVE VN-NAME(VEND-NAME-INDEX) TO VENDOR-NAME-WORK
           END-IF.
           EXIT.

       END PROGRAM EQUIPMENTDB-RECOVERY.
