      *****************************************************************
      *    DLVRAREA - LINKAGE AREA FOR LOANDLVR, THE SHARED
      *    DELIVERY-CHANNEL LOOKUP.  THE CALLER SUPPLIES THE LOAN
      *    AND, WHEN IT ALREADY KNOWS IT, THE BORROWER THE DOCUMENT
      *    IS ADDRESSED TO; LOANDLVR ANSWERS WHETHER THE DOCUMENT
      *    GOES TO PRINT, TO THE E-DELIVERY EXTRACT, OR BOTH, AND
      *    THE EMAIL ADDRESS THE PORTAL VENDOR SENDS IT TO.  WHEN
      *    THE BORROWER'S MAILING ADDRESS IS MARKED RETURNED, NO
      *    PRINTED COPY GOES OUT: A BORROWER ON PAPER ALONE GETS
      *    NOTHING ("S") AND ONE TAKING BOTH GETS THE ELECTRONIC
      *    COPY ONLY, AND DV-MAIL-RETURNED TELLS THE CALLER A
      *    PRINTED COPY WAS HELD BACK, FOR ITS SUPPRESSED COUNT.
      *****************************************************************
       01  DELIVERY-CHECK-AREA.
           03 DV-LOAN-NUMBER         PIC X(10).
           03 DV-BORROWER-ID         PIC X(10).
           03 DV-CHANNEL             PIC X(01).
              88 DV-PAPER-ONLY       VALUE "P".
              88 DV-ELECTRONIC-ONLY  VALUE "E".
              88 DV-PAPER-AND-ELECTRONIC VALUE "B".
              88 DV-PRINT-COPY       VALUE "P", "B".
              88 DV-ELECTRONIC-COPY  VALUE "E", "B".
              88 DV-SUPPRESSED       VALUE "S".
           03 DV-EMAIL-ADDRESS       PIC X(60).
           03 DV-MAIL-STATUS         PIC X(01).
              88 DV-MAIL-RETURNED    VALUE "Y".
