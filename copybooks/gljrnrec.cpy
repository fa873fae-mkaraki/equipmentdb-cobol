      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: General-ledger journal record, written by the
      *          month-end close EQUIPMENTDB-DEPRCLOSE (gljournal.data,
      *          line sequential, appended once per closed period and
      *          picked up by finance). Each line is one account for
      *          one department, with the amount in either the debit
      *          or the credit column; the lines of a period balance.
      *          A period present on this file is closed.
      ******************************************************************
           01 GL-JOURNAL-REC.
               05 JRNL-PERIOD PIC 9(6).
               05 JRNL-DEPARTMENT PIC X(20).
               05 JRNL-ACCOUNT PIC X(24).
               05 JRNL-DEBIT PIC 9(9)V99.
               05 JRNL-CREDIT PIC 9(9)V99.
               05 JRNL-RUN-ID PIC X(14).
               05 JRNL-OPERATOR PIC X(10).
