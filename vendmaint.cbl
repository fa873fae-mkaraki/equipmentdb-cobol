      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Vendor And Contract
      *          Maintenance.
      *          Maintains the vendor master (vendors.data) that
      *          EQUIPMENTDB-SERVICE validates vendor IDs against, and
      *          the maintenance contracts held with those vendors
      *          (vendcontracts.data) that EQUIPMENTDB-RECOVERY checks
      *          paid service events against. A vendor has an ID, a
      *          name and an active/deactivated flag; deactivated
      *          vendors stay on file so old service events remain
      *          explainable. A contract has an ID, the vendor, start
      *          and end dates and one cover line per serial or
      *          department it covers - the serial must be on the
      *          master and the department on the reference table
      *          (EQUIPMENTDB-REFCHECK). Both tables are loaded into
      *          storage, edited there and rewritten on exit, the way
      *          EQUIPMENTDB-REFMAINT maintains its tables; the
      *          program refuses to run when either file holds more
      *          than its table, so the rewrite never drops the
      *          overflow.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Accept the Operator ID from
      *          EQUIPMENTDB-MENU (prompting when run on its own) and
      *          take the shared locks on vendors.data and then
      *          vendcontracts.data (EQUIPMENTDB-FILELOCK) under it
      *          before loading them, refusing to run while another
      *          session holds either, so two sessions can no longer
      *          each rewrite the files over the other's changes.
      *          Nothing is saved if a supervisor cleared either lock
      *          in the meantime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-VENDMAINT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT VEND-LIST-DATA ASSIGN TO "vendors.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-VEND-LIST-DATA.
               SELECT CONTR-LIST-DATA ASSIGN TO "vendcontracts.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONTR-LIST-DATA.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD VEND-LIST-DATA.
           COPY "vendrec.cpy".
           FD CONTR-LIST-DATA.
           COPY "contrec.cpy".
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-VEND-LIST-DATA PIC X(2).
           01 STATUS-CONTR-LIST-DATA PIC X(2).
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 ACTION-CHOICE PIC X(01).
           01 QUEUE-VENDOR-ID PIC X(10).
           01 QUEUE-VENDOR-NAME PIC X(30).
           01 QUEUE-CONTRACT-ID PIC X(10).
           01 QUEUE-COVER-TYPE PIC X(01).
           01 QUEUE-COVER-VALUE PIC X(20).
           01 QUEUE-START-DATE PIC 9(8).
           01 QUEUE-END-DATE PIC 9(8).
           01 VEND-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 VEND-TABLE.
               05 VEND-TABLE-ENTRY OCCURS 500 TIMES
                   INDEXED BY VEND-TABLE-INDEX.
                   10 VT-ID PIC X(10).
                   10 VT-NAME PIC X(30).
                   10 VT-ACTIVE-FLAG PIC X(01).
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
           01 MATCH-INDEX PIC 9(4).
           01 VEND-FOUND-SWITCH PIC X(01).
               88 VENDOR-FOUND VALUE "Y".
           01 CONTR-FOUND-SWITCH PIC X(01).
               88 CONTRACT-FOUND VALUE "Y".
           01 COVER-VALID-SWITCH PIC X(01).
               88 COVER-VALID VALUE "Y".
           01 SHIFT-INDEX PIC 9(4).
           01 LISTED-COUNTER PIC 9(4).
           01 REF-TABLE-ID PIC X(01).
           01 REF-CHECK-VALUE PIC X(20).
           01 REF-CHECK-RESULT PIC X(01).
               88 REF-VALUE-ALLOWED VALUE "Y".
           01 MASTER-FILE-SWITCH PIC X(01) VALUE "N".
               88 MASTER-FILE-OPEN VALUE "Y".
      *    One lock per file, each with the time it was taken.
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-VENDMAINT".
           01 FILELOCK-RESULT PIC X(01).
           01 VEND-LOCK-RESOURCE PIC X(30) VALUE "vendors.data".
           01 VEND-LOCK-SINCE PIC X(14).
           01 CONTR-LOCK-RESOURCE PIC X(30) VALUE "vendcontracts.data".
           01 CONTR-LOCK-SINCE PIC X(14).
           01 LOCKS-HELD-SWITCH PIC X(01).
               88 LOCKS-STILL-HELD VALUE "Y".
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
           01 EXIT-SWITCH PIC X(01) VALUE "N".
               88 EXIT-REQUESTED VALUE "Y".
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID For The File Locks - supplied by
      *    EQUIPMENTDB-MENU when called from it, prompted otherwise.
           IF ADDRESS OF CALLER-OPERATOR-ID = NULL THEN
               DISPLAY "Operator ID: "
               ACCEPT OPERATOR-ID FROM CONSOLE
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.

      *    Nobody else may load either file while this session has
      *    them - always vendors.data first, then vendcontracts.data,
      *    and FILELOCK tells the operator who holds one on a refusal.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-VEND-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-CONTR-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-VEND-LOCK
               GOBACK
           END-IF.

           PERFORM LOAD-VEND-TABLE.
           PERFORM LOAD-CONTR-TABLE.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "vendors.data holds more than 500 vendors or "
                   "vendcontracts.data more than 2000 cover lines - "
                   "maintenance refused so nothing is lost on the "
                   "rewrite."
               PERFORM RELEASE-FILE-LOCKS
               GOBACK
           END-IF.

      *    The master is only read, to check covered serials; without
      *    it serial cover is taken as given.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA = "00" THEN
               SET MASTER-FILE-OPEN TO TRUE
           END-IF.

           PERFORM UNTIL EXIT-REQUESTED
               PERFORM PROCESS-MAINT-ACTION
           END-PERFORM.

           IF MASTER-FILE-OPEN THEN
               CLOSE EQUIPMENT-LIST-DATA
           END-IF.

      *    The two files are saved together or not at all, so a
      *    contract is never left pointing at a vendor not saved.
           MOVE "N" TO LOCKS-HELD-SWITCH.
           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-VEND-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               MOVE "V" TO FILELOCK-ACTION
               PERFORM CALL-CONTR-LOCK
               IF FILELOCK-RESULT = "Y" THEN
                   SET LOCKS-STILL-HELD TO TRUE
               END-IF
           END-IF.
           IF LOCKS-STILL-HELD THEN
               PERFORM SAVE-VEND-TABLE
               PERFORM SAVE-CONTR-TABLE
               DISPLAY "Vendor master saved: vendors.data, "
                   "vendcontracts.data"
           ELSE
               DISPLAY "A lock on vendors.data or vendcontracts.data "
                   "was cleared by a supervisor - changes NOT saved."
           END-IF.
           PERFORM RELEASE-FILE-LOCKS.

           GOBACK.

      *    Releasing a lock that was cleared, or since taken by
      *    someone else, leaves it alone - see EQUIPMENTDB-FILELOCK.
       RELEASE-FILE-LOCKS.
           MOVE "R" TO FILELOCK-ACTION.
           PERFORM CALL-CONTR-LOCK.
           MOVE "R" TO FILELOCK-ACTION.
           PERFORM CALL-VEND-LOCK.
           EXIT.

       CALL-VEND-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               VEND-LOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               VEND-LOCK-SINCE FILELOCK-RESULT.
           EXIT.

       CALL-CONTR-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               CONTR-LOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               CONTR-LOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-VEND-TABLE.
           MOVE SPACE TO STATUS-VEND-LIST-DATA.
           OPEN INPUT VEND-LIST-DATA.
           IF STATUS-VEND-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-VEND-LIST-DATA NOT = "00"
                   PERFORM LOAD-VEND-ENTRY
               END-PERFORM
               CLOSE VEND-LIST-DATA
           END-IF.
           EXIT.

       LOAD-VEND-ENTRY.
           READ VEND-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF VEND-TABLE-COUNT < 500 THEN
                       ADD 1 TO VEND-TABLE-COUNT
                       MOVE VEND-ID TO VT-ID(VEND-TABLE-COUNT)
                       MOVE VEND-NAME TO VT-NAME(VEND-TABLE-COUNT)
                       MOVE VEND-ACTIVE-FLAG
                           TO VT-ACTIVE-FLAG(VEND-TABLE-COUNT)
                   ELSE
                       SET LOAD-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

       LOAD-CONTR-TABLE.
           MOVE SPACE TO STATUS-CONTR-LIST-DATA.
           OPEN INPUT CONTR-LIST-DATA.
           IF STATUS-CONTR-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-CONTR-LIST-DATA NOT = "00"
                   PERFORM LOAD-CONTR-ENTRY
               END-PERFORM
               CLOSE CONTR-LIST-DATA
           END-IF.
           EXIT.

       LOAD-CONTR-ENTRY.
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
                   ELSE
                       SET LOAD-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

       PROCESS-MAINT-ACTION.
           DISPLAY "(L)ist Vendors, (A)dd/Update Vendor, "
               "(D)eactivate, (R)eactivate, (S)how Contracts, "
               "(C)ontract Cover Add, (X) Remove Cover, "
               "(!) Save And Exit: ".
           ACCEPT ACTION-CHOICE FROM CONSOLE.
           EVALUATE ACTION-CHOICE
               WHEN "L"
                   PERFORM LIST-VEND-TABLE
               WHEN "A"
                   PERFORM ADD-VENDOR
               WHEN "D"
                   PERFORM SET-VENDOR-FLAG
               WHEN "R"
                   PERFORM SET-VENDOR-FLAG
               WHEN "S"
                   PERFORM LIST-CONTR-TABLE
               WHEN "C"
                   PERFORM ADD-CONTRACT-COVER
               WHEN "X"
                   PERFORM REMOVE-CONTRACT-COVER
               WHEN "!"
                   SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action: " ACTION-CHOICE
           END-EVALUATE.
           EXIT.

       LIST-VEND-TABLE.
           IF VEND-TABLE-COUNT = 0 THEN
               DISPLAY "Vendor master is empty."
           ELSE
               DISPLAY "VENDOR     | NAME                         "
                   "  | ACT"
               PERFORM VARYING VEND-TABLE-INDEX FROM 1 BY 1
                       UNTIL VEND-TABLE-INDEX > VEND-TABLE-COUNT
                   PERFORM LIST-VEND-LINE
               END-PERFORM
           END-IF.
           EXIT.

       LIST-VEND-LINE.
           DISPLAY
               VT-ID(VEND-TABLE-INDEX)
               " | "
               VT-NAME(VEND-TABLE-INDEX)
               " | "
               VT-ACTIVE-FLAG(VEND-TABLE-INDEX).
           EXIT.

       ADD-VENDOR.
           DISPLAY "Vendor ID: ".
           ACCEPT QUEUE-VENDOR-ID FROM CONSOLE.
           IF QUEUE-VENDOR-ID = SPACES THEN
               DISPLAY "Vendor ID is required, not added."
           ELSE
               DISPLAY "Vendor Name: "
               ACCEPT QUEUE-VENDOR-NAME FROM CONSOLE
               PERFORM STORE-VENDOR
           END-IF.
           EXIT.

       STORE-VENDOR.
           PERFORM FIND-VENDOR.
           IF VENDOR-FOUND THEN
               MOVE QUEUE-VENDOR-NAME TO VT-NAME(MATCH-INDEX)
               DISPLAY "Updated: " QUEUE-VENDOR-ID
           ELSE
               IF VEND-TABLE-COUNT < 500 THEN
                   ADD 1 TO VEND-TABLE-COUNT
                   MOVE QUEUE-VENDOR-ID TO VT-ID(VEND-TABLE-COUNT)
                   MOVE QUEUE-VENDOR-NAME TO VT-NAME(VEND-TABLE-COUNT)
                   MOVE "A" TO VT-ACTIVE-FLAG(VEND-TABLE-COUNT)
                   DISPLAY "Added: " QUEUE-VENDOR-ID
               ELSE
                   DISPLAY "Vendor master full, not added."
               END-IF
           END-IF.
           EXIT.

       SET-VENDOR-FLAG.
           DISPLAY "Vendor ID: ".
           ACCEPT QUEUE-VENDOR-ID FROM CONSOLE.
           PERFORM FIND-VENDOR.
           IF NOT VENDOR-FOUND THEN
               DISPLAY "Not on vendor master: " QUEUE-VENDOR-ID
           ELSE
               IF ACTION-CHOICE = "D" THEN
                   MOVE "I" TO VT-ACTIVE-FLAG(MATCH-INDEX)
                   DISPLAY "Deactivated: " QUEUE-VENDOR-ID
               ELSE
                   MOVE "A" TO VT-ACTIVE-FLAG(MATCH-INDEX)
                   DISPLAY "Reactivated: " QUEUE-VENDOR-ID
               END-IF
           END-IF.
           EXIT.

       FIND-VENDOR.
           MOVE "N" TO VEND-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING VEND-TABLE-INDEX FROM 1 BY 1
                   UNTIL VEND-TABLE-INDEX > VEND-TABLE-COUNT
               PERFORM MATCH-VEND-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-VEND-ENTRY.
           IF VT-ID(VEND-TABLE-INDEX) = QUEUE-VENDOR-ID THEN
               SET VENDOR-FOUND TO TRUE
               SET MATCH-INDEX TO VEND-TABLE-INDEX
           END-IF.
           EXIT.

      *    Lists every cover line, or only one vendor's when an ID is
      *    given.
       LIST-CONTR-TABLE.
           DISPLAY "Vendor ID (blank = all): ".
           ACCEPT QUEUE-VENDOR-ID FROM CONSOLE.
           MOVE ZERO TO LISTED-COUNTER.
           DISPLAY "CONTRACT   | VENDOR     | T | COVERS"
               "               | START    | END".
           PERFORM VARYING CONTR-TABLE-INDEX FROM 1 BY 1
                   UNTIL CONTR-TABLE-INDEX > CONTR-TABLE-COUNT
               PERFORM LIST-CONTR-LINE
           END-PERFORM.
           IF LISTED-COUNTER = 0 THEN
               DISPLAY "No contracts on file."
           END-IF.
           EXIT.

       LIST-CONTR-LINE.
           IF QUEUE-VENDOR-ID = SPACES OR
               CN-VENDOR-ID(CONTR-TABLE-INDEX) = QUEUE-VENDOR-ID THEN
               ADD 1 TO LISTED-COUNTER
               DISPLAY
                   CN-ID(CONTR-TABLE-INDEX)
                   " | "
                   CN-VENDOR-ID(CONTR-TABLE-INDEX)
                   " | "
                   CN-COVER-TYPE(CONTR-TABLE-INDEX)
                   " | "
                   CN-COVER-VALUE(CONTR-TABLE-INDEX)
                   " | "
                   CN-START-DATE(CONTR-TABLE-INDEX)
                   " | "
                   CN-END-DATE(CONTR-TABLE-INDEX)
           END-IF.
           EXIT.

      *    A contract already on file keeps its vendor and dates -
      *    adding a cover line to it only asks what is covered.
       ADD-CONTRACT-COVER.
           DISPLAY "Contract ID: ".
           ACCEPT QUEUE-CONTRACT-ID FROM CONSOLE.
           IF QUEUE-CONTRACT-ID = SPACES THEN
               DISPLAY "Contract ID is required, not added."
           ELSE
               PERFORM FIND-CONTRACT
               IF CONTRACT-FOUND THEN
                   MOVE CN-VENDOR-ID(MATCH-INDEX) TO QUEUE-VENDOR-ID
                   MOVE CN-START-DATE(MATCH-INDEX) TO QUEUE-START-DATE
                   MOVE CN-END-DATE(MATCH-INDEX) TO QUEUE-END-DATE
                   DISPLAY "Contract with " QUEUE-VENDOR-ID " from "
                       QUEUE-START-DATE " to " QUEUE-END-DATE
                   PERFORM READ-CONTRACT-COVER
               ELSE
                   PERFORM READ-NEW-CONTRACT
               END-IF
           END-IF.
           EXIT.

       READ-NEW-CONTRACT.
           DISPLAY "Vendor ID: ".
           ACCEPT QUEUE-VENDOR-ID FROM CONSOLE.
           PERFORM FIND-VENDOR.
           IF NOT VENDOR-FOUND THEN
               DISPLAY "Not on vendor master: " QUEUE-VENDOR-ID
           ELSE
               DISPLAY "Contract Start Date (YYYYMMDD): "
               ACCEPT QUEUE-START-DATE FROM CONSOLE
               DISPLAY "Contract End Date (YYYYMMDD): "
               ACCEPT QUEUE-END-DATE FROM CONSOLE
               IF QUEUE-END-DATE < QUEUE-START-DATE THEN
                   DISPLAY "End date is before start date, not added."
               ELSE
                   PERFORM READ-CONTRACT-COVER
               END-IF
           END-IF.
           EXIT.

       READ-CONTRACT-COVER.
           DISPLAY "Covers (S)erial Or (D)epartment: ".
           ACCEPT QUEUE-COVER-TYPE FROM CONSOLE.
           MOVE "N" TO COVER-VALID-SWITCH.
           EVALUATE QUEUE-COVER-TYPE
               WHEN "S"
                   DISPLAY "Internal Serial Covered: "
                   ACCEPT QUEUE-COVER-VALUE FROM CONSOLE
                   PERFORM CHECK-COVERED-SERIAL
               WHEN "D"
                   DISPLAY "Department Covered: "
                   ACCEPT QUEUE-COVER-VALUE FROM CONSOLE
                   MOVE "D" TO REF-TABLE-ID
                   MOVE QUEUE-COVER-VALUE TO REF-CHECK-VALUE
                   CALL "EQUIPMENTDB-REFCHECK" USING REF-TABLE-ID
                       REF-CHECK-VALUE REF-CHECK-RESULT
                   IF REF-VALUE-ALLOWED THEN
                       SET COVER-VALID TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Cover type must be S or D, not added."
           END-EVALUATE.
           IF COVER-VALID THEN
               PERFORM STORE-CONTRACT-COVER
           END-IF.
           EXIT.

       CHECK-COVERED-SERIAL.
           IF MASTER-FILE-OPEN THEN
               MOVE QUEUE-COVER-VALUE TO INTERNAL-SERIAL
               READ EQUIPMENT-LIST-DATA
                   INVALID KEY
                       DISPLAY "Serial not found: " QUEUE-COVER-VALUE
                   NOT INVALID KEY
                       SET COVER-VALID TO TRUE
               END-READ
           ELSE
               SET COVER-VALID TO TRUE
           END-IF.
           EXIT.

       STORE-CONTRACT-COVER.
           PERFORM FIND-CONTRACT-COVER.
           IF CONTRACT-FOUND THEN
               DISPLAY "Already covered by " QUEUE-CONTRACT-ID ": "
                   QUEUE-COVER-VALUE
           ELSE
               IF CONTR-TABLE-COUNT < 2000 THEN
                   ADD 1 TO CONTR-TABLE-COUNT
                   MOVE QUEUE-CONTRACT-ID TO CN-ID(CONTR-TABLE-COUNT)
                   MOVE QUEUE-VENDOR-ID
                       TO CN-VENDOR-ID(CONTR-TABLE-COUNT)
                   MOVE QUEUE-COVER-TYPE
                       TO CN-COVER-TYPE(CONTR-TABLE-COUNT)
                   MOVE QUEUE-COVER-VALUE
                       TO CN-COVER-VALUE(CONTR-TABLE-COUNT)
                   MOVE QUEUE-START-DATE
                       TO CN-START-DATE(CONTR-TABLE-COUNT)
                   MOVE QUEUE-END-DATE
                       TO CN-END-DATE(CONTR-TABLE-COUNT)
                   DISPLAY "Cover added to " QUEUE-CONTRACT-ID ": "
                       QUEUE-COVER-VALUE
               ELSE
                   DISPLAY "Contract table full, not added."
               END-IF
           END-IF.
           EXIT.

      *    Removing a contract's last cover line removes the contract.
       REMOVE-CONTRACT-COVER.
           DISPLAY "Contract ID: ".
           ACCEPT QUEUE-CONTRACT-ID FROM CONSOLE.
           DISPLAY "Serial Or Department Covered: ".
           ACCEPT QUEUE-COVER-VALUE FROM CONSOLE.
           PERFORM FIND-CONTRACT-COVER.
           IF NOT CONTRACT-FOUND THEN
               DISPLAY "No such cover line: " QUEUE-CONTRACT-ID " "
                   QUEUE-COVER-VALUE
           ELSE
               PERFORM VARYING SHIFT-INDEX FROM MATCH-INDEX BY 1
                       UNTIL SHIFT-INDEX NOT < CONTR-TABLE-COUNT
                   PERFORM SHIFT-CONTR-ENTRY
               END-PERFORM
               SUBTRACT 1 FROM CONTR-TABLE-COUNT
               DISPLAY "Cover removed from " QUEUE-CONTRACT-ID ": "
                   QUEUE-COVER-VALUE
           END-IF.
           EXIT.

       SHIFT-CONTR-ENTRY.
           MOVE CONTR-TABLE-ENTRY(SHIFT-INDEX + 1)
               TO CONTR-TABLE-ENTRY(SHIFT-INDEX).
           EXIT.

       FIND-CONTRACT.
           MOVE "N" TO CONTR-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING CONTR-TABLE-INDEX FROM 1 BY 1
                   UNTIL CONTR-TABLE-INDEX > CONTR-TABLE-COUNT
                   OR CONTRACT-FOUND
               PERFORM MATCH-CONTR-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-CONTR-ENTRY.
           IF CN-ID(CONTR-TABLE-INDEX) = QUEUE-CONTRACT-ID THEN
               SET CONTRACT-FOUND TO TRUE
               SET MATCH-INDEX TO CONTR-TABLE-INDEX
           END-IF.
           EXIT.

       FIND-CONTRACT-COVER.
           MOVE "N" TO CONTR-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING CONTR-TABLE-INDEX FROM 1 BY 1
                   UNTIL CONTR-TABLE-INDEX > CONTR-TABLE-COUNT
                   OR CONTRACT-FOUND
               PERFORM MATCH-CONTR-COVER-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-CONTR-COVER-ENTRY.
           IF CN-ID(CONTR-TABLE-INDEX) = QUEUE-CONTRACT-ID AND
               CN-COVER-VALUE(CONTR-TABLE-INDEX) = QUEUE-COVER-VALUE
               THEN
               SET CONTRACT-FOUND TO TRUE
               SET MATCH-INDEX TO CONTR-TABLE-INDEX
           END-IF.
           EXIT.

       SAVE-VEND-TABLE.
           OPEN OUTPUT VEND-LIST-DATA.
           PERFORM VARYING VEND-TABLE-INDEX FROM 1 BY 1
                   UNTIL VEND-TABLE-INDEX > VEND-TABLE-COUNT
               PERFORM SAVE-VEND-ENTRY
           END-PERFORM.
           CLOSE VEND-LIST-DATA.
           EXIT.

       SAVE-VEND-ENTRY.
           MOVE VT-ID(VEND-TABLE-INDEX) TO VEND-ID.
           MOVE VT-NAME(VEND-TABLE-INDEX) TO VEND-NAME.
           MOVE VT-ACTIVE-FLAG(VEND-TABLE-INDEX) TO VEND-ACTIVE-FLAG.
           WRITE VEND-LIST-DATA-REC.
           EXIT.

       SAVE-CONTR-TABLE.
           OPEN OUTPUT CONTR-LIST-DATA.
           PERFORM VARYING CONTR-TABLE-INDEX FROM 1 BY 1
                   UNTIL CONTR-TABLE-INDEX > CONTR-TABLE-COUNT
               PERFORM SAVE-CONTR-ENTRY
           END-PERFORM.
           CLOSE CONTR-LIST-DATA.
           EXIT.

       SAVE-CONTR-ENTRY.
           MOVE CN-ID(CONTR-TABLE-INDEX) TO CONTR-ID.
           MOVE CN-VENDOR-ID(CONTR-TABLE-INDEX) TO CONTR-VENDOR-ID.
           MOVE CN-COVER-TYPE(CONTR-TABLE-INDEX) TO CONTR-COVER-TYPE.
           MOVE CN-COVER-VALUE(CONTR-TABLE-INDEX) TO CONTR-COVER-VALUE.
           MOVE CN-START-DATE(CONTR-TABLE-INDEX) TO CONTR-START-DATE.
           MOVE CN-END-DATE(CONTR-TABLE-INDEX) TO CONTR-END-DATE.
           WRITE CONTR-LIST-DATA-REC.
           EXIT.

       END PROGRAM EQUIPMENTDB-VENDMAINT.
