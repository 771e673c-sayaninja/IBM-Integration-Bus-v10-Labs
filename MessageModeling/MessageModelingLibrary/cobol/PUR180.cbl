001393*                  CORRECTIONS NEED ADDRESS AUTHORITY, A LINE    *
001394*                  PRICE NEEDS MONEY AUTHORITY, AND EVERY AUDIT  *
001395*                  RECORD CARRIES THE OPERATOR ID.               *
001396* 2026-10-15  RH   LINE AND ARCHIVE DISPLAYS NOW SHOW THE SALES  *
001397*                  TAX CHARGED ON EACH LINE ITEM.                *
001398* 2026-10-15  RH   NEW 'C' OPTION LISTS THE LETTERS THE NIGHTLY  *
001399*                  CORRESPONDENCE RUN (PUR430) HAS SENT THE      *
001400*                  CUSTOMER, FROM THE CORRESPONDENCE HISTORY.    *
001450*---------------------------------------------------------------*
001500* PURPOSE.                                                     *
001600*   LETS AN AUTHORIZED OPERATOR LOOK UP ONE CUSTOMER'S          *
001700*   PURCHASES RECORD ON THE PURCHASES MASTER BY CUSTOMERID,      *
003640         ACCESS MODE IS DYNAMIC
003650         RECORD KEY IS ARC-HISTORY-KEY
003660         FILE STATUS IS FS-ARCHIVE.
003670
003680     SELECT PUR-LTR-HISTORY ASSIGN TO PURLTRHS
003690         ORGANIZATION IS INDEXED
003691         ACCESS MODE IS DYNAMIC
003692         RECORD KEY IS LTH-KEY
003693         FILE STATUS IS FS-LTR-HISTORY.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004220 FD  PUR-ARCHIVE
004230     RECORDING MODE IS F.
004240     COPY PURHISTA.
004250
004260 FD  PUR-LTR-HISTORY
004270     RECORDING MODE IS F.
004280     COPY PURLTRHS.
004400
004500 WORKING-STORAGE SECTION.
004600 01  FS-MASTER                  PIC XX          VALUE '00'.
004630     88  ARCHIVE-AVAILABLE                      VALUE 'Y'.
004640 01  SW-ARCHIVE-DONE             PIC X           VALUE 'N'.
004650     88  ARCHIVE-DONE                           VALUE 'Y'.
004660 01  FS-LTR-HISTORY             PIC XX          VALUE '00'.
004670 01  SW-LETTERS-AVAILABLE        PIC X           VALUE 'N'.
004680     88  LETTERS-AVAILABLE                      VALUE 'Y'.
004690 01  SW-LETTERS-DONE             PIC X           VALUE 'N'.
004695     88  LETTERS-DONE                           VALUE 'Y'.
004700
004800 01  SW-DONE                     PIC X           VALUE 'N'.
004900     88  ALL-DONE                               VALUE 'Y'.
006600         88  MAINT-ADDR2             VALUE '2'.
006700         88  MAINT-LINE-PRICE        VALUE 'L'.
006710         88  MAINT-ARCHIVE-HISTORY   VALUE 'H'.
006720         88  MAINT-CORRESPONDENCE    VALUE 'C'.
006800         88  MAINT-EXIT-CUSTOMER     VALUE 'X'.
006810     05  WK-ARCHIVE-LINES        PIC 9(5)        VALUE ZERO.
006820     05  WK-LETTER-LINES         PIC 9(5)        VALUE ZERO.
006900
007000     COPY PURAUDIT.
007010
008645     END-IF.
008650     PERFORM 1050-OPEN-MASTER THRU 1050-EXIT.
008660     PERFORM 1060-OPEN-ARCHIVE THRU 1060-EXIT.
008670     PERFORM 1070-OPEN-LETTERS THRU 1070-EXIT.
008900 1000-EXIT.
009000     EXIT.
009010
009031     END-IF.
009032 1020-EXIT.
009033     EXIT.
009034
009036*---------------------------------------------------------------*
009038* 1050-OPEN-MASTER                                              *
009040*   OPENS THE PURCHASES MASTER FOR RANDOM I-O, CREATING IT ON    *
009050*   THE FIRST RUN AGAINST A SYSTEM THAT HAS NONE YET.            *
009060*---------------------------------------------------------------*
009206 1060-EXIT.
009207     EXIT.
009208
009209*---------------------------------------------------------------*
009210* 1070-OPEN-LETTERS                                             *
009211*   OPENS THE CORRESPONDENCE HISTORY FOR INQUIRY.  A SYSTEM     *
009212*   THAT HAS NEVER RUN THE CORRESPONDENCE EXTRACT (PUR430) HAS  *
009213*   NONE YET - THE OPTION IS SIMPLY UNAVAILABLE THEN.           *
009214*---------------------------------------------------------------*
009215 1070-OPEN-LETTERS.
009216     OPEN INPUT PUR-LTR-HISTORY.
009217     IF FS-LTR-HISTORY = '00'
009218         MOVE 'Y' TO SW-LETTERS-AVAILABLE
009219     ELSE
009220         MOVE 'N' TO SW-LETTERS-AVAILABLE
009221     END-IF.
009222 1070-EXIT.
009223     EXIT.
009240
009260*---------------------------------------------------------------*
009300* 2000-MAIN-MENU                                                *
009400*   PROMPTS FOR A CUSTOMERID AND DRIVES ITS MAINTENANCE.         *
009500*---------------------------------------------------------------*
015200     DISPLAY 'RET-CODE/CMT : ' RET-CODE OF MASTER-RECORD ' '
015300         RETURN-COMMENT OF MASTER-RECORD.
015400     DISPLAY '  # PURCHASEID PRODUCTNAME                   '
015500             'AMOUNT       PRICE CUR POSTED          TAX'.
015600     PERFORM 2210-DISPLAY-ONE-LINE THRU 2210-EXIT
015700         VARYING WK-SUB FROM 1 BY 1
015800         UNTIL WK-SUB > MST-PURCHASE-COUNT.
016600         Amount      OF MASTER-RECORD (WK-SUB) ' '
016700         Price       OF MASTER-RECORD (WK-SUB) ' '
016710         CurrencyCode OF MASTER-RECORD (WK-SUB) ' '
016720         PurchaseDate OF MASTER-RECORD (WK-SUB) ' '
016730         TaxAmount    OF MASTER-RECORD (WK-SUB).
016800 2210-EXIT.
016900     EXIT.
017000
017700     DISPLAY ' '.
017800     DISPLAY 'ENTER FIELD TO CORRECT - P=PHONE  1=ADDR1  '
017900             '2=ADDR2  L=LINE PRICE  H=ARCHIVED HISTORY  '
017910             'C=CORRESPONDENCE  X=DONE: '.
018000     ACCEPT WK-MAINT-CODE.
018100     EVALUATE TRUE
018110*        CONTACT AND ADDRESS FIELDS NEED ADDRESS AUTHORITY;
018900             PERFORM 2340-CORRECT-LINE-PRICE THRU 2340-EXIT
018910         WHEN MAINT-ARCHIVE-HISTORY
018920             PERFORM 2360-DISPLAY-ARCHIVE THRU 2360-EXIT
018930         WHEN MAINT-CORRESPONDENCE
018940             PERFORM 2380-DISPLAY-LETTERS THRU 2380-EXIT
019000         WHEN MAINT-EXIT-CUSTOMER
019100             MOVE 'Y' TO SW-CUSTOMER-DONE
019200         WHEN OTHER
025571             MOVE 'Y' TO SW-ARCHIVE-DONE
025572     END-START.
025573     DISPLAY 'ARCHIVED HISTORY - PURCHASEID PRODUCTNAME '
025574             'AMOUNT PRICE PURCHASED ROLLED OFF TAX'.
025575     PERFORM 2370-READ-ONE-ARCHIVE-LINE THRU 2370-EXIT
025576         UNTIL ARCHIVE-DONE.
025577     IF WK-ARCHIVE-LINES = ZERO
025578         DISPLAY 'PUR180 - NO ARCHIVED HISTORY FOR '
025579             WK-INQUIRY-CUSTOMER-ID
025580     END-IF.
025581 2360-EXIT.
025582     EXIT.
025583
025584 2370-READ-ONE-ARCHIVE-LINE.
025585     READ PUR-ARCHIVE NEXT RECORD
025586         AT END
025587             MOVE 'Y' TO SW-ARCHIVE-DONE
025588     END-READ.
025589     IF NOT ARCHIVE-DONE
025590         IF ARC-CUSTOMER-ID = WK-INQUIRY-CUSTOMER-ID
025591             DISPLAY ARC-PURCHASE-ID ' '
025592                 ARC-PRODUCT-NAME ' '
025593                 ARC-AMOUNT ' '
025594                 ARC-PRICE ' '
025595                 ARC-CURRENCY-CODE ' '
025596                 ARC-PURCHASE-DATE ' '
025597                 ARC-ROLLOFF-DATE ' '
025598                 ARC-TAX-AMOUNT
025599             ADD 1 TO WK-ARCHIVE-LINES
025600         ELSE
025601             MOVE 'Y' TO SW-ARCHIVE-DONE
025602         END-IF
025603     END-IF.
025604 2370-EXIT.
025605     EXIT.
025606
025607*---------------------------------------------------------------*
025608* 2380-DISPLAY-LETTERS                                          *
025609*   SHOWS EVERY ITEM THE CORRESPONDENCE RUN HAS WRITTEN TO THIS *
025610*   CUSTOMER ABOUT - LETTER TYPE (AV ADDRESS VERIFICATION, RM   *
025611*   RMA REMINDER, CR CREDIT NOTICE), THE ITEM, AND WHEN.        *
025612*---------------------------------------------------------------*
025613 2380-DISPLAY-LETTERS.
025614     IF NOT LETTERS-AVAILABLE
025615         DISPLAY 'PUR180 - NO CORRESPONDENCE HISTORY ON SYSTEM'
025616         GO TO 2380-EXIT
025617     END-IF.
025618     MOVE WK-INQUIRY-CUSTOMER-ID TO LTH-CUSTOMER-ID.
025619     MOVE LOW-VALUES TO LTH-LETTER-TYPE
025620                        LTH-ITEM-KEY.
025621     MOVE ZERO TO WK-LETTER-LINES.
025622     MOVE 'N' TO SW-LETTERS-DONE.
025623     START PUR-LTR-HISTORY KEY NOT LESS THAN LTH-KEY
025624         INVALID KEY
025625             MOVE 'Y' TO SW-LETTERS-DONE
025626     END-START.
025627     DISPLAY 'CORRESPONDENCE - TYPE ITEM          FIRST SENT '
025628             'LAST SENT  LETTERS'.
025629     PERFORM 2390-READ-ONE-LETTER THRU 2390-EXIT
025630         UNTIL LETTERS-DONE.
025631     IF WK-LETTER-LINES = ZERO
025632         DISPLAY 'PUR180 - NO LETTERS SENT TO '
025633             WK-INQUIRY-CUSTOMER-ID
025634     END-IF.
025635 2380-EXIT.
025636     EXIT.
025637
025638 2390-READ-ONE-LETTER.
025639     READ PUR-LTR-HISTORY NEXT RECORD
025640         AT END
025641             MOVE 'Y' TO SW-LETTERS-DONE
025642     END-READ.
025643     IF NOT LETTERS-DONE
025644         IF LTH-CUSTOMER-ID = WK-INQUIRY-CUSTOMER-ID
025645             DISPLAY '                 '
025646                 LTH-LETTER-TYPE '   '
025647                 LTH-ITEM-KEY ' '
025648                 LTH-FIRST-LETTER-DATE '   '
025649                 LTH-LAST-LETTER-DATE ' '
025650                 LTH-LETTER-COUNT
025651             ADD 1 TO WK-LETTER-LINES
025652         ELSE
025653             MOVE 'Y' TO SW-LETTERS-DONE
025654         END-IF
025655     END-IF.
025656 2390-EXIT.
025657     EXIT.
025660
025680*---------------------------------------------------------------*
025700* 3200-LOG-AUDIT                                                *
025800*---------------------------------------------------------------*
025900 3200-LOG-AUDIT.
027510     IF ARCHIVE-AVAILABLE
027520         CLOSE PUR-ARCHIVE
027530     END-IF.
027540     IF LETTERS-AVAILABLE
027550         CLOSE PUR-LTR-HISTORY
027560     END-IF.
027600     DISPLAY 'PUR180 - SESSION ENDED'.
027700 8000-EXIT.
027800     EXIT.
