      * CAN CONFIRM EACH INCOMING LINE ITEM IS A CATALOGED PRODUCT AND
      * FLAG A PRICE THAT STRAYS TOO FAR FROM LIST BEFORE IT REACHES
      * THE MASTER, THE STATEMENTS OR THE LEDGER COMPARISON.
      * MAINTAINED ONLINE BY PUR350.
      *
      * CAT-LIST-PRICE IS THE PRICE IN EFFECT FROM CAT-EFFECTIVE-DATE.
      * PRICE CHANGES SCHEDULED FOR LATER DATES WAIT IN THE SCHEDULE
      * TABLE; THE PRICE IN EFFECT ON A GIVEN DATE IS THE ONE WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER IT.  PUR350 ROLLS A SCHEDULED
      * PRICE INTO CAT-LIST-PRICE ONCE ITS DATE HAS COME, SO THE TABLE
      * ONLY EVER HOLDS CHANGES STILL TO COME.  THE PRICE A ROLL
      * SUPERSEDES MOVES TO THE PRIOR-PRICE TABLE, SO AN ORDER DATED
      * BEFORE THE CHANGE IS STILL PRICED AS OF ITS OWN DATE.  WHEN
      * THE TABLE IS FULL THE OLDEST PRIOR PRICE IS DROPPED.
      *
      * CAT-DISCONTINUED-DATE IS SPACES FOR A PRODUCT STILL SOLD.  FROM
      * THAT DATE ON, NEW ORDERS FOR THE PRODUCT ARE REJECTED; RETURNS
      * OF IT ARE STILL ACCEPTED.
      *
      * A CATALOG WRITTEN BEFORE THE DISCONTINUE DATE, THE SCHEDULE,
      * THE LAST-CHANGE STAMP AND THE PRIOR PRICES WERE CARRIED IS
      * CONVERTED ONCE BY PUR470.
      ******************************************************************
       01  CATALOG-RECORD.
           03  CAT-PURCHASE-ID          PIC 9(5).
           03  CAT-PRODUCT-NAME         PIC X(30).
           03  CAT-LIST-PRICE           PIC 9(8)V99.
           03  CAT-EFFECTIVE-DATE       PIC X(8).
           03  CAT-DISCONTINUED-DATE    PIC X(8).
           03  CAT-SCHEDULE-COUNT       PIC 9(2).
           03  CAT-SCHEDULED-PRICE      OCCURS 12 TIMES.
               05  CAT-SCHED-EFFECTIVE-DATE PIC X(8).
               05  CAT-SCHED-LIST-PRICE     PIC 9(8)V99.
           03  CAT-LAST-UPDATE-DATE     PIC X(8).
           03  CAT-LAST-OPERATOR-ID     PIC X(8).
           03  CAT-PRIOR-COUNT          PIC 9(2).
           03  CAT-PRIOR-PRICE          OCCURS 12 TIMES.
               05  CAT-PRIOR-EFFECTIVE-DATE PIC X(8).
               05  CAT-PRIOR-LIST-PRICE     PIC 9(8)V99.
