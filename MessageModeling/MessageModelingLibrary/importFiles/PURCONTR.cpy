      ******************************************************************
      * PURCONTR - CUSTOMER CONTRACT PRICE RECORD.  ONE RECORD PER
      * NEGOTIATED PRICE, KEYED BY CUSTOMERID PLUS PURCHASEID, GIVING
      * THE AGREED UNIT PRICE, THE CURRENCY IT IS STATED IN, AND THE
      * DATES THE AGREEMENT RUNS FROM AND TO (BOTH INCLUSIVE).  WHILE
      * A CONTRACT IS IN FORCE ON THE CUSTOMER'S BUSINESS DATE, THE
      * INTAKE EDIT (PUR100) CHECKS THE LINE PRICE AGAINST THE
      * CONTRACT PRICE INSTEAD OF CATALOG LIST.  MAINTAINED ONLINE BY
      * PUR360; PUR370 REPORTS CONTRACTS ABOUT TO EXPIRE AND CONTRACT
      * CUSTOMERS BUYING OFF CONTRACT.
      ******************************************************************
       01  CONTRACT-PRICE-RECORD.
           03  CTP-KEY.
             05  CTP-CUSTOMER-ID        PIC X(8).
             05  CTP-PURCHASE-ID        PIC 9(5).
           03  CTP-CONTRACT-PRICE       PIC 9(8)V99.
           03  CTP-CURRENCY-CODE        PIC X(3).
           03  CTP-START-DATE           PIC X(8).
           03  CTP-END-DATE             PIC X(8).
           03  CTP-LAST-UPDATE-DATE     PIC X(8).
           03  CTP-LAST-OPERATOR-ID     PIC X(8).
