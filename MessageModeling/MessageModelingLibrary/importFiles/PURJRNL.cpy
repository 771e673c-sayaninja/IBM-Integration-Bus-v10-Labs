      * OF NIGHT.  SALES FROM THE CLEAN FILE POST AS DEBITS TO TRADE
      * RECEIVABLES, SUMMARIZED BY CUSTOMERCOUNTRY AND CURRENCYCODE,
      * AGAINST ONE SALES-REVENUE CREDIT; THE NIGHT'S RETURN CREDITS
      * FROM THE PURADJ FEED POST THE OTHER WAY, AND THE NIGHT'S SALES
      * TAX FROM THE PURTAXDT FEED POSTS TO TAX PAYABLE (TAXPAY) BY
      * TAX COUNTRY AGAINST THE RECEIVABLE.  EVERY AMOUNT IS IN
      * THE HOME CURRENCY (USD) - THE ORIGINAL CURRENCY CODE RIDES
      * ALONG FOR REFERENCE - AND THE FILE'S DEBITS EQUAL ITS CREDITS
      * BY CONSTRUCTION, SO FINANCE IMPORTS ONE BALANCED FILE.
