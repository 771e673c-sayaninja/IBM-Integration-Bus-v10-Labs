      ******************************************************************
      * PURPDTL - MASTER POSTING DETAIL.  ONE RECORD PER CHANGE PUR100
      * MAKES TO THE PURCHASES MASTER ON BEHALF OF A REGISTERED
      * TRANSACTION - A MASTER RECORD CREATED, A LINE ITEM APPENDED, A
      * RETURN LINE NETTED, A HEADER CHANGED OR A CUSTOMER RETIRED TO
      * PURMARCH.  THE KEY LEADS WITH THE SAME CUSTOMERID, CHAIN
      * SEQUENCE, BUSINESS DATE AND CYCLE AS THE PROCESSED-TRANSACTION
      * REGISTER (PURREG), SO THE INTAKE BACKOUT (PUR310) CAN FIND
      * EXACTLY WHAT ONE REGISTERED TRANSACTION DID AND UNDO IT.
      ******************************************************************
       01  POSTING-DETAIL-RECORD.
           03  PDT-KEY.
             05  PDT-REG-KEY.
               07  PDT-CUSTOMER-ID      PIC X(8).
               07  PDT-CHAIN-SEQ        PIC 9(3).
               07  PDT-BUSN-DATE        PIC X(8).
               07  PDT-CYCLE            PIC 9(2).
             05  PDT-SEQ                PIC 9(3).
           03  PDT-ACTION               PIC X.
               88  PDT-MASTER-CREATED       VALUE 'N'.
               88  PDT-LINE-APPENDED        VALUE 'A'.
               88  PDT-RETURN-NETTED        VALUE 'R'.
               88  PDT-HEADER-CHANGED       VALUE 'C'.
               88  PDT-CUSTOMER-RETIRED     VALUE 'D'.
      * THE MASTER LINE ITEM TOUCHED - FOR AN APPENDED LINE THE LINE
      * AS POSTED, FOR A NETTED RETURN THE UNITS RETURNED AGAINST THE
      * MASTER LINE WHOSE PRICE, CURRENCY AND POSTING DATE ARE SHOWN.
           03  PDT-PURCHASE-ID          PIC 9(5).
           03  PDT-AMOUNT               PIC 9(2).
           03  PDT-PRICE                PIC 9(8)V99.
           03  PDT-CURRENCY-CODE        PIC X(3).
           03  PDT-LINE-DATE            PIC X(8).
      * LINE VALUE (APPENDED LINE) OR LEDGER CREDIT (NETTED RETURN) IN
      * HOME CURRENCY AT THE RATE USED THAT NIGHT, SO A BACKOUT
      * OFFSETS EXACTLY WHAT WAS POSTED, NOT A RE-CONVERSION.
           03  PDT-HOME-VALUE           PIC 9(10)V99.
           03  PDT-POSTED-DATE          PIC X(8).
      * SALES TAX ON AN APPENDED LINE OR REVERSED BY A NETTED RETURN -
      * IN THE LINE'S CURRENCY AND IN HOME CURRENCY - WITH THE
      * JURISDICTION IT WAS BOOKED TO ON THE TAX DETAIL FILE
      * (PURTAXDT), SO A BACKOUT CAN OFFSET THE TAX EXACTLY.
      * PDT-TAX-DETAIL-IND IS 'Y' WHEN A TAX DETAIL WAS WRITTEN.
           03  PDT-TAX-DETAIL-IND       PIC X.
               88  PDT-TAX-DETAIL-WRITTEN   VALUE 'Y'.
           03  PDT-TAX-EXEMPT-IND       PIC X.
           03  PDT-TAX-AMOUNT           PIC 9(8)V99.
           03  PDT-TAX-HOME-VALUE       PIC 9(10)V99.
           03  PDT-TAX-COUNTRY          PIC X(30).
           03  PDT-TAX-STATE            PIC X(20).
