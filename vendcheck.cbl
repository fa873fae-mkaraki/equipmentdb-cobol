      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Vendor Check.
      *          Called by EQUIPMENTDB-SERVICE the way
      *          EQUIPMENTDB-REFCHECK is: looks the vendor ID up on
      *          vendors.data and returns "Y" with the vendor's name
      *          when the ID is on file and active, "I" when it is on
      *          file but deactivated and "N" when it is not on file,
      *          listing the active vendors on a reject so the clerk
      *          can pick one. A missing or empty vendor master
      *          returns "M", so the caller can fall back to the
      *          older vendor reference table until the master has
      *          been loaded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-VENDCHECK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT VEND-LIST-DATA ASSIGN TO "vendors.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-VEND-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD VEND-LIST-DATA.
           COPY "vendrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-VEND-LIST-DATA PIC X(2).
           01 RECORDS-SEEN-COUNT PIC 9(5) VALUE ZERO.
           01 ACTIVE-VENDOR-COUNT PIC 9(3) VALUE ZERO.
           01 ACTIVE-VENDOR-TABLE.
               05 ACTIVE-VENDOR-ENTRY OCCURS 100 TIMES
                   INDEXED BY ACTIVE-VENDOR-INDEX.
                   10 AV-ID PIC X(10).
                   10 AV-NAME PIC X(30).
       LINKAGE SECTION.
           01 VENDCHECK-ID PIC X(10).
           01 VENDCHECK-RESULT PIC X(01).
           01 VENDCHECK-NAME PIC X(30).
       PROCEDURE DIVISION USING VENDCHECK-ID VENDCHECK-RESULT
           VENDCHECK-NAME.
       MAIN-PROCEDURE.
           MOVE ZERO TO RECORDS-SEEN-COUNT.
           MOVE ZERO TO ACTIVE-VENDOR-COUNT.
           MOVE "N" TO VENDCHECK-RESULT.
           MOVE SPACES TO VENDCHECK-NAME.

      *    No vendor master on file yet - tell the caller, which
      *    decides what to enforce instead.
           MOVE SPACE TO STATUS-VEND-LIST-DATA.
           OPEN INPUT VEND-LIST-DATA.
           IF STATUS-VEND-LIST-DATA NOT = "00" THEN
               MOVE "M" TO VENDCHECK-RESULT
               GOBACK
           END-IF.

           PERFORM UNTIL STATUS-VEND-LIST-DATA NOT = "00"
               PERFORM SCAN-VEND-ENTRY
           END-PERFORM.
           CLOSE VEND-LIST-DATA.

           IF RECORDS-SEEN-COUNT = 0 THEN
               MOVE "M" TO VENDCHECK-RESULT
               GOBACK
           END-IF.

           EVALUATE VENDCHECK-RESULT
               WHEN "I"
                   DISPLAY "Vendor is deactivated: " VENDCHECK-ID
                   PERFORM DISPLAY-ACTIVE-VENDORS
               WHEN "N"
                   DISPLAY "Vendor not on vendor master: "
                       VENDCHECK-ID
                   PERFORM DISPLAY-ACTIVE-VENDORS
           END-EVALUATE.

           GOBACK.

       SCAN-VEND-ENTRY.
           READ VEND-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO RECORDS-SEEN-COUNT
                   IF VEND-ACTIVE-FLAG = "A" AND
                       ACTIVE-VENDOR-COUNT < 100 THEN
                       ADD 1 TO ACTIVE-VENDOR-COUNT
                       MOVE VEND-ID TO AV-ID(ACTIVE-VENDOR-COUNT)
                       MOVE VEND-NAME TO AV-NAME(ACTIVE-VENDOR-COUNT)
                   END-IF
                   IF VEND-ID = VENDCHECK-ID THEN
                       MOVE VEND-NAME TO VENDCHECK-NAME
                       IF VEND-ACTIVE-FLAG = "A" THEN
                           MOVE "Y" TO VENDCHECK-RESULT
                       ELSE
                           MOVE "I" TO VENDCHECK-RESULT
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       DISPLAY-ACTIVE-VENDORS.
           DISPLAY "Valid choices are:".
           PERFORM VARYING ACTIVE-VENDOR-INDEX FROM 1 BY 1
                   UNTIL ACTIVE-VENDOR-INDEX > ACTIVE-VENDOR-COUNT
               PERFORM DISPLAY-ACTIVE-VENDOR
           END-PERFORM.
           EXIT.

       DISPLAY-ACTIVE-VENDOR.
           DISPLAY "  " AV-ID(ACTIVE-VENDOR-INDEX) "  "
               AV-NAME(ACTIVE-VENDOR-INDEX).
           EXIT.

       END PROGRAM EQUIPMENTDB-VENDCHECK.
