      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Depreciation ledger record, written by the month-end
      *          close EQUIPMENTDB-DEPRCLOSE (deprledger.data, indexed,
      *          keyed on serial and period YYYYMM - one record per
      *          item per closed period). The entry type is "D" for an
      *          ordinary period charge and "W" for the period an
      *          approved disposal wrote the item off; nothing is
      *          posted for a serial after its "W" record. Amounts are
      *          as at the end of the period: accumulated depreciation
      *          includes this period's charge, and the write-off is
      *          the book value remaining when the item was disposed
      *          of (closing book value is then zero).
      ******************************************************************
           01 DEPR-LEDGER-REC.
               05 DLEDG-KEY.
                   10 DLEDG-SERIAL PIC X(10).
                   10 DLEDG-PERIOD PIC 9(6).
               05 DLEDG-DEPARTMENT PIC X(20).
               05 DLEDG-ENTRY-TYPE PIC X(01).
               05 DLEDG-ACQUISITION-COST PIC 9(7)V99.
               05 DLEDG-PERIOD-CHARGE PIC 9(7)V99.
               05 DLEDG-ACCUM-DEPREC PIC 9(7)V99.
               05 DLEDG-CLOSING-BOOK PIC 9(7)V99.
               05 DLEDG-WRITE-OFF PIC 9(7)V99.
               05 DLEDG-RUN-ID PIC X(14).
