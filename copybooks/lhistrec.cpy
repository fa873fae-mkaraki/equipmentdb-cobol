      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Loan history record, appended to loanhist.data by
      *          EQUIPMENTDB-LOAN for every completed loan at
      *          check-in, just before the open loan is deleted from
      *          loans.data - the permanent record of who had an item,
      *          for how long and whether it came back late, the same
      *          shape of trail the audit file keeps for status
      *          changes. Days late is zero for an on-time return.
      ******************************************************************
           01 LOAN-HISTORY-REC.
               05 LHIST-SERIAL PIC X(10).
               05 LHIST-BORROWER PIC X(30).
               05 LHIST-CHECKOUT-DATE PIC 9(8).
               05 LHIST-DUE-DATE PIC 9(8).
               05 LHIST-RETURN-DATE PIC 9(8).
               05 LHIST-DAYS-LATE PIC 9(4).
