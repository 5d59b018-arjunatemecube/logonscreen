      ******************************************************************
      * COPYBOOK: FXRATREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-FXRATE.dat, the indexed    *
      *              exchange rate file keyed on FXR-KEY - currency    *
      *              code and the date the rate takes effect. The rate *
      *              in force on a date is the one with the latest     *
      *              effective date not after it. FXR-RATE is how many *
      *              units of the base currency one unit of the        *
      *              foreign currency buys. Data Entry A, TRANLOAD and *
      *              TMPLGEN convert foreign-currency entries at the   *
      *              rate in force on the business date; FXREVAL       *
      *              restates open positions at the period-end rate.   *
      *              Maintained from the LOGONAPP admin menu; a rate   *
      *              dated in a closed period cannot be changed.       *
      ******************************************************************
       01  FXRATE-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY        PIC X(3).
               10  FXR-EFFECTIVE-DATE  PIC 9(8).
           05  FXR-RATE                PIC 9(5)V9(6).
           05  FXR-MAINT-USER-ID       PIC X(8).
           05  FXR-MAINT-DATE          PIC 9(8).
