      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Data File Record Count.
      *          Called by EQUIPMENTDB-BACKUP and EQUIPMENTDB-RESTORE
      *          the way EQUIPMENTDB-REFCHECK is: opens the named data
      *          file for input and counts its records, returning "Y"
      *          and the count when the file could be opened and "N"
      *          when it is not there. The indexed files are read
      *          through their own key declarations (every program
      *          opening them must declare the same keys); anything
      *          else is read as a line sequential file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-FILECOUNT.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COST-SERIAL
               FILE STATUS IS STATUS-COST-LIST-DATA.
               SELECT LOAN-LIST-DATA ASSIGN TO "loans.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOAN-SERIAL
               FILE STATUS IS STATUS-LOAN-LIST-DATA.
               SELECT DEPR-LEDGER-DATA ASSIGN TO "deprledger.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLEDG-KEY
               FILE STATUS IS STATUS-DEPR-LEDGER-DATA.
               SELECT SEQUENTIAL-DATA-FILE ASSIGN TO COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SEQUENTIAL-DATA-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD COST-LIST-DATA.
           COPY "costrec.cpy".
           FD LOAN-LIST-DATA.
           COPY "loanrec.cpy".
           FD DEPR-LEDGER-DATA.
           COPY "dledgrec.cpy".
           FD SEQUENTIAL-DATA-FILE.
           01 SEQUENTIAL-DATA-REC PIC X(512).
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-COST-LIST-DATA PIC X(2).
           01 STATUS-LOAN-LIST-DATA PIC X(2).
           01 STATUS-DEPR-LEDGER-DATA PIC X(2).
           01 STATUS-SEQUENTIAL-DATA-FILE PIC X(2).
           01 COUNT-FILE-NAME PIC X(30).
       LINKAGE SECTION.
           01 FILECOUNT-NAME PIC X(30).
           01 FILECOUNT-RESULT PIC X(01).
           01 FILECOUNT-RECORDS PIC 9(9).
       PROCEDURE DIVISION USING FILECOUNT-NAME FILECOUNT-RESULT
           FILECOUNT-RECORDS.
       MAIN-PROCEDURE.
           MOVE "N" TO FILECOUNT-RESULT.
           MOVE ZERO TO FILECOUNT-RECORDS.
           EVALUATE FILECOUNT-NAME
               WHEN "equipments.data"
                   PERFORM COUNT-EQUIPMENT-FILE
               WHEN "equipcosts.data"
                   PERFORM COUNT-COST-FILE
               WHEN "loans.data"
                   PERFORM COUNT-LOAN-FILE
               WHEN "deprledger.data"
                   PERFORM COUNT-LEDGER-FILE
               WHEN OTHER
                   PERFORM COUNT-SEQUENTIAL-FILE
           END-EVALUATE.
           GOBACK.

       COUNT-EQUIPMENT-FILE.
           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA = "00" THEN
               MOVE "Y" TO FILECOUNT-RESULT
               PERFORM UNTIL STATUS-EQUIPMENT-LIST-DATA NOT = "00"
                   PERFORM COUNT-EQUIPMENT-ENTRY
               END-PERFORM
               CLOSE EQUIPMENT-LIST-DATA
           END-IF.
           EXIT.

       COUNT-EQUIPMENT-ENTRY.
           READ EQUIPMENT-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILECOUNT-RECORDS
           END-READ.
           EXIT.

       COUNT-COST-FILE.
           MOVE SPACE TO STATUS-COST-LIST-DATA.
           OPEN INPUT COST-LIST-DATA.
           IF STATUS-COST-LIST-DATA = "00" THEN
               MOVE "Y" TO FILECOUNT-RESULT
               PERFORM UNTIL STATUS-COST-LIST-DATA NOT = "00"
                   PERFORM COUNT-COST-ENTRY
               END-PERFORM
               CLOSE COST-LIST-DATA
           END-IF.
           EXIT.

       COUNT-COST-ENTRY.
           READ COST-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILECOUNT-RECORDS
           END-READ.
           EXIT.

       COUNT-LOAN-FILE.
           MOVE SPACE TO STATUS-LOAN-LIST-DATA.
           OPEN INPUT LOAN-LIST-DATA.
           IF STATUS-LOAN-LIST-DATA = "00" THEN
               MOVE "Y" TO FILECOUNT-RESULT
               PERFORM UNTIL STATUS-LOAN-LIST-DATA NOT = "00"
                   PERFORM COUNT-LOAN-ENTRY
               END-PERFORM
               CLOSE LOAN-LIST-DATA
           END-IF.
           EXIT.

       COUNT-LOAN-ENTRY.
           READ LOAN-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILECOUNT-RECORDS
           END-READ.
           EXIT.

       COUNT-LEDGER-FILE.
           MOVE SPACE TO STATUS-DEPR-LEDGER-DATA.
           OPEN INPUT DEPR-LEDGER-DATA.
           IF STATUS-DEPR-LEDGER-DATA = "00" THEN
               MOVE "Y" TO FILECOUNT-RESULT
               PERFORM UNTIL STATUS-DEPR-LEDGER-DATA NOT = "00"
                   PERFORM COUNT-LEDGER-ENTRY
               END-PERFORM
               CLOSE DEPR-LEDGER-DATA
           END-IF.
           EXIT.

       COUNT-LEDGER-ENTRY.
           READ DEPR-LEDGER-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILECOUNT-RECORDS
           END-READ.
           EXIT.

       COUNT-SEQUENTIAL-FILE.
           MOVE FILECOUNT-NAME TO COUNT-FILE-NAME.
           MOVE SPACE TO STATUS-SEQUENTIAL-DATA-FILE.
           OPEN INPUT SEQUENTIAL-DATA-FILE.
           IF STATUS-SEQUENTIAL-DATA-FILE = "00" THEN
               MOVE "Y" TO FILECOUNT-RESULT
               PERFORM UNTIL STATUS-SEQUENTIAL-DATA-FILE NOT = "00"
                   PERFORM COUNT-SEQUENTIAL-ENTRY
               END-PERFORM
               CLOSE SEQUENTIAL-DATA-FILE
           END-IF.
           EXIT.

       COUNT-SEQUENTIAL-ENTRY.
           READ SEQUENTIAL-DATA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILECOUNT-RECORDS
           END-READ.
           EXIT.

       END PROGRAM EQUIPMENTDB-FILECOUNT.
