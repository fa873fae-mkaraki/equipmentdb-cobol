      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Vendor master record, shared by the programs that
      *          maintain and check the vendors service work is bought
      *          from (vendors.data, line sequential, maintained
      *          load-edit-save by EQUIPMENTDB-VENDMAINT). The vendor
      *          ID is what EQUIPMENTDB-SERVICE now records in
      *          SERVICE-VENDOR. The active flag is "A" for vendors
      *          that may be used and "I" for deactivated ones, which
      *          stay on file so old service events remain
      *          explainable.
      ******************************************************************
           01 VEND-LIST-DATA-REC.
               05 VEND-ID PIC X(10).
               05 VEND-NAME PIC X(30).
               05 VEND-ACTIVE-FLAG PIC X(01).
