      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Vendor maintenance contract record, shared by the
      *          programs that maintain and report on service
      *          contracts (vendcontracts.data, line sequential,
      *          maintained with the vendor master by
      *          EQUIPMENTDB-VENDMAINT). One record per item covered:
      *          a contract covering several serials or departments
      *          has one record for each, all with the same contract
      *          ID. The cover type is "S" when CONTR-COVER-VALUE is
      *          an internal serial and "D" when it is a department;
      *          the contract is in force from the start date to the
      *          end date inclusive.
      ******************************************************************
           01 CONTR-LIST-DATA-REC.
               05 CONTR-ID PIC X(10).
               05 CONTR-VENDOR-ID PIC X(10).
               05 CONTR-COVER-TYPE PIC X(01).
               05 CONTR-COVER-VALUE PIC X(20).
               05 CONTR-START-DATE PIC 9(8).
               05 CONTR-END-DATE PIC 9(8).
