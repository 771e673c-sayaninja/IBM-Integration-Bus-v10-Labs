      ******************************************************************
      * PURTAXRT - DATED SALES-TAX RATE RECORD.  ONE RECORD PER TAX
      * JURISDICTION AND EFFECTIVE DATE ON THE PURTAXRT FILE, GIVING
      * THE RATE, IN PERCENT OF LINE VALUE, CHARGED ON SALES SHIPPED
      * TO THAT CUSTOMERCOUNTRY AND CUSTOMERSTATE FROM THAT DATE ON.
      * A RECORD WITH A BLANK STATE IS THE RATE FOR THE WHOLE COUNTRY,
      * USED FOR ANY STATE WITH NO RATE OF ITS OWN.  A STATE RATE IS
      * THE FULL RATE CHARGED THERE, NOT AN ADDITION TO THE COUNTRY
      * RATE.  THE RATE IN FORCE ON A DATE IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER IT.  LOADED IN STORAGE BY THE INTAKE
      * EDIT (PUR100) AT START OF RUN (SEE PURTAXTB).
      ******************************************************************
       01  TAX-RATE-RECORD.
           03  TXR-COUNTRY              PIC X(30).
           03  TXR-STATE                PIC X(20).
           03  TXR-EFFECTIVE-DATE       PIC X(8).
           03  TXR-RATE-PCT             PIC 9(2)V9(4).
