      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * CALL PARAMETERS FOR THE SAM34 EXCHANGE-RATE SERVICE.
      *
      * FUNCTION:
      *   X  CONVERT AMOUNT, HELD IN CURRENCY, TO THE BASE CURRENCY
      *      AT TONIGHT'S RATE: BASE-AMOUNT (ROUNDED TO THE CENT)
      *      AND THE RATE USED ARE RETURNED.  A BLANK CURRENCY, OR
      *      THE BASE CURRENCY ITSELF, CONVERTS AT 1.  '08' = NO
      *      RATE FOR THE CURRENCY (BASE-AMOUNT ZERO).
      *   V  VALIDATE CURRENCY: IT MUST BE THE BASE CURRENCY OR ONE
      *      THE RATE TABLE CARRIES.  '08' = UNKNOWN.
      *   I  INFORMATION ONLY: BASE-CURRENCY, RATE-DATE, RATES-STALE
      *      AND RATE-COUNT ARE RETURNED (EVERY FUNCTION RETURNS
      *      THEM TOO).
      *
      * A CURRENCY IS THE 3-LETTER ISO CODE.  A MASTER WITH NO
      * CURRENCY CODE IS HELD IN THE BASE CURRENCY.  RATES ARE
      * UNITS OF BASE CURRENCY PER ONE UNIT OF THE CURRENCY.
      *
      * THE RATE TABLE IS LOADED FROM THE DAILY RATE FILE (FXRATES
      * DD) ON THE FIRST CALL OF THE RUN UNIT.  RATES-STALE IS 'Y'
      * WHEN THE FILE'S RATE DATE IS NOT THE BUSINESS DATE.  NO
      * FXRATES DD = BASE CURRENCY USD, NO OTHER CURRENCY KNOWN:
      * EVERY FUNCTION RETURNS '04' UNLESS IT HAS TO RETURN '08'.
      *
      * RETURN:  00 OK            04 NO RATE FILE
      *          08 NO RATE / UNKNOWN CURRENCY    16 FILE ERROR
      ****************************************************************
       01  EXCHANGE-RATE-PARMS.
           05  FXS-FUNCTION             PIC X.
               88  FXS-CONVERT                    VALUE 'X'.
               88  FXS-VALIDATE                   VALUE 'V'.
               88  FXS-INFO                       VALUE 'I'.
           05  FXS-RETURN               PIC X(2).
           05  FXS-CURRENCY             PIC X(3).
           05  FXS-AMOUNT               PIC S9(11)V99 COMP-3.
           05  FXS-BASE-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FXS-RATE                 PIC 9(5)V9(7) COMP-3.
           05  FXS-BASE-CURRENCY        PIC X(3).
           05  FXS-RATE-DATE            PIC 9(8).
           05  FXS-RATES-STALE          PIC X.
           05  FXS-RATE-COUNT           PIC S9(4)     COMP.
           05  FXS-REASON               PIC X(30).
