      ******************************************************************
      * PURTAXEX - PER-CUSTOMER SALES-TAX EXEMPTION RECORD.  INDEXED BY
      * CUSTOMERID.  WHILE TXE-EXEMPT-FLAG IS 'Y' AND THE CERTIFICATE
      * HAS NOT EXPIRED (TXE-EXPIRY-DATE BLANK OR NOT BEFORE THE
      * BUSINESS DATE), THE INTAKE EDIT (PUR100) CHARGES NO TAX ON THE
      * CUSTOMER'S ORDERS, AND BOOKS THEM AS EXEMPT SALES ON THE TAX
      * DETAIL FILE.  A CUSTOMERID WITH NO RECORD ON FILE IS TAXED.
      * KEYED BY CUSTOMERID RATHER THAN CARRIED ON THE MASTER SO AN
      * EXEMPTION CAN BE ON FILE BEFORE THE CUSTOMER'S FIRST ORDER.
      ******************************************************************
       01  TAX-EXEMPT-RECORD.
           03  TXE-CUSTOMER-ID          PIC X(8).
           03  TXE-EXEMPT-FLAG          PIC X.
               88  TXE-EXEMPT               VALUE 'Y'.
               88  TXE-NOT-EXEMPT           VALUE 'N'.
           03  TXE-CERTIFICATE-ID       PIC X(20).
           03  TXE-EFFECTIVE-DATE       PIC X(8).
           03  TXE-EXPIRY-DATE          PIC X(8).
           03  TXE-LAST-UPDATE-DATE     PIC X(8).
