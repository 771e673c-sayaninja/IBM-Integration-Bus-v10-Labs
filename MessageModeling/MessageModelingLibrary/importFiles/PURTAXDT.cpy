      ******************************************************************
      * PURTAXDT - SALES-TAX DETAIL RECORD.  THE INTAKE EDIT (PUR100)
      * WRITES ONE PER 'A' LINE POSTED TO THE MASTER (TAX CHARGED, OR
      * AN EXEMPT SALE) AND ONE PER 'R' LINE NETTED AGAINST IT (TAX
      * REVERSED IN PROPORTION TO THE UNITS RETURNED).  THE INTAKE
      * BACKOUT (PUR310) WRITES THE OFFSETTING ENTRIES FOR A CYCLE
      * TAKEN BACK OUT.  THE FEED OPENS EXTEND AND ACCUMULATES ACROSS
      * RUNS - THE JOURNAL (PUR290) TAKES ONE DATE AND CYCLE'S
      * ENTRIES FROM IT FOR THE TAX-PAYABLE POSTING, AND THE MONTHLY
      * TAX REPORT (PUR380) SUMMARIZES A MONTH'S BY JURISDICTION.
      ******************************************************************
       01  TAX-DETAIL-RECORD.
           03  TXD-CUSTOMER-ID          PIC X(8).
           03  TXD-PURCHASE-ID          PIC 9(5).
      * JURISDICTION THE TAX IS OWED TO - THE CUSTOMERCOUNTRY AND
      * CUSTOMERSTATE THE ORDER WAS SHIPPED TO.
           03  TXD-COUNTRY              PIC X(30).
           03  TXD-STATE                PIC X(20).
      * 'C' TAX CHARGED ON A SALE, 'R' TAX REVERSED ON A RETURN.  'S'
      * (A CHARGE TAKEN BACK OUT) AND 'X' (A REVERSAL TAKEN BACK OUT)
      * ARE THE BACKOUT'S OFFSETTING ENTRIES.
           03  TXD-ENTRY-TYPE           PIC X.
               88  TXD-TAX-CHARGED          VALUE 'C'.
               88  TXD-TAX-REVERSED         VALUE 'R'.
               88  TXD-CHARGE-BACKED-OUT    VALUE 'S'.
               88  TXD-REVERSAL-BACKED-OUT  VALUE 'X'.
      * 'Y' WHEN NO TAX WAS DUE ON THE LINE BECAUSE THE CUSTOMER HELD
      * AN EXEMPTION (PURTAXEX) ON THE BUSINESS DATE.
           03  TXD-EXEMPT-IND           PIC X.
               88  TXD-EXEMPT               VALUE 'Y'.
           03  TXD-AMOUNT               PIC 9(2).
           03  TXD-CURRENCY-CODE        PIC X(3).
      * TAX IN THE LINE'S OWN CURRENCY, AS CARRIED ON THE MASTER LINE.
           03  TXD-TAX-AMOUNT           PIC 9(8)V99.
      * LINE VALUE AND TAX IN HOME CURRENCY AT THE RATE USED THAT
      * NIGHT - WHAT THE JOURNAL POSTS AND THE MONTHLY REPORT TOTALS.
           03  TXD-TAXABLE-VALUE        PIC 9(10)V99.
           03  TXD-TAX-VALUE            PIC 9(10)V99.
           03  TXD-POSTED-DATE          PIC X(8).
           03  TXD-CYCLE-NUMBER         PIC 9(2).
      * 'Y' ONCE PUR310 HAS TAKEN THE ENTRY'S CYCLE BACK OUT, SO A
      * RERUN OF THE SAME DATE AND CYCLE CANNOT JOURNAL IT A SECOND
      * TIME.  THE ENTRY STAYS ON FILE FOR THE MONTHLY REPORT, WHERE
      * THE BACKOUT'S OFFSETTING ENTRY NETS IT TO NOTHING.  AN
      * OFFSETTING ENTRY FOR A CYCLE NEVER JOURNALED IS WRITTEN 'Y'
      * AS WELL - THE JOURNAL HAS NOTHING TO TAKE BACK OUT.
           03  TXD-SUPERSEDED-IND       PIC X.
               88  TXD-SUPERSEDED           VALUE 'Y'.
