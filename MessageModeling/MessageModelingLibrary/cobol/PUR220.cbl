001520*                  THE ROLL-OFF AND INTO THE ARCHIVE.           *
001530* 2026-09-01  RH   AUDIT RECORDS NOW CARRY AN OPERATOR ID - THE *
001540*                  PROGRAM NAME FOR THIS BATCH STEP.            *
001541* 2026-10-15  RH   LINE ITEMS CARRY THEIR SALES TAX THROUGH      *
001542*                  THE ROLL-OFF AND INTO THE ARCHIVE.            *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   WALKS THE PURCHASES MASTER FRONT TO BACK AND, FOR EACH      *
008600         10  WK-KEEP-PRICE       PIC 9(8)V99.
008650         10  WK-KEEP-CURRENCY    PIC X(3).
008700         10  WK-KEEP-DATE        PIC X(8).
008750         10  WK-KEEP-TAX         PIC 9(8)V99.
008800
008900     COPY PURAUDIT.
009000
019920             TO WK-KEEP-CURRENCY (WK-KEEP-COUNT)
020000         MOVE PurchaseDate OF MASTER-RECORD (WK-SUB)
020100             TO WK-KEEP-DATE (WK-KEEP-COUNT)
020150         MOVE TaxAmount OF MASTER-RECORD (WK-SUB)
020160             TO WK-KEEP-TAX (WK-KEEP-COUNT)
020200         ADD 1 TO CT-LINES-KEPT
020300     END-IF.
020400 2100-EXIT.
022100     MOVE PurchaseDate OF MASTER-RECORD (WK-SUB)
022200         TO ARC-PURCHASE-DATE.
022300     MOVE WK-TODAY-DATE TO ARC-ROLLOFF-DATE.
022350     MOVE TaxAmount OF MASTER-RECORD (WK-SUB) TO ARC-TAX-AMOUNT.
022400     WRITE ARCHIVE-HISTORY-RECORD
022500         INVALID KEY
022600             REWRITE ARCHIVE-HISTORY-RECORD
025920         TO CurrencyCode OF MASTER-RECORD (WK-KEEP-SUB).
026000     MOVE WK-KEEP-DATE (WK-KEEP-SUB)
026100         TO PurchaseDate OF MASTER-RECORD (WK-KEEP-SUB).
026150     MOVE WK-KEEP-TAX (WK-KEEP-SUB)
026160         TO TaxAmount OF MASTER-RECORD (WK-KEEP-SUB).
026200 2310-EXIT.
026300     EXIT.
026400
