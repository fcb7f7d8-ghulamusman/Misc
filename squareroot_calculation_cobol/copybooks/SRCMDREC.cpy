000118*    MISSING         RUN THE SQRMISS COMPLETENESS CHECK         *
000119*    SECRPT          RUN THE SQRSECRP SECURITY REPORT           *
000120*    CALCHECK        RUN THE SQRCALCK MISSED-RUN SCAN           *
      *    RETURNS         RUN SQROUT TO WRITE THE SROUT STATION      *
      *                     RETURN FILES (AFTER BALANCE)              *
      *    CHARGE [YYYYMM] RUN SQRCHRG FOR THE MONTH'S STATION        *
      *                     CHARGEBACK (BLANK = LAST MONTH)           *
      *    PCLOSE <PERIOD> CLOSE A MONTH (YYYYMM) OR QUARTER (YYYYQN) *
      *                     THROUGH SQRPCLOS - SUPERVISOR ONLY        *
      *    PREOPEN <PERIOD> REOPEN A CLOSED PERIOD - SUPERVISOR ONLY; *
      *                     BOTH ARE LOGGED TO SRSECLOG               *
      *    ADJRPT          RUN SQRADJRP POST-CLOSE ADJUSTMENTS REPORT *
      *    PENDEXP [DAYS]  RUN SQRPNDX TO EXPIRE MASTER CHANGES       *
      *                     PENDING APPROVAL OVER N DAYS (BLANK = 7)  *
      *    EXLEDGER        RUN SQRXLED TO FEED THE JOB'S EXCEPTION    *
      *                     LISTINGS TO THE SREXCLED LEDGER           *
      *    EXAGING         RUN THE SQRXAGE OPEN-EXCEPTION AGING       *
      *                     REPORT                                    *
      *    EXTRACT [NAME]  RUN THE SQRSELX AD-HOC SELECTION EXTRACT   *
      *                     FOR SELECTION FILE SRSEL.<NAME> (BLANK =  *
      *                     SRSELECT), SEE SRSELREC                   *
      *    LOGVERFY        RUN THE SQRLOGVF SEQUENCE AND CHAIN CHECK  *
      *                     OF SRSECLOG, SRMNTLOG AND SRSUSLOG - RUN  *
      *                     IT AHEAD OF SECRPT AND MAINTRPT           *
      *    CAPACITY        RUN THE SQRCAPRP BATCH-WINDOW CAPACITY     *
      *                     PLANNING REPORT                           *
      *    SCORECRD [YYYYMM] RUN THE SQRSCORE STATION DELIVERY        *
      *                     TIMELINESS SCORECARD (BLANK = LAST MONTH) *
      *    DRIFT [DAYS]    RUN THE SQRDRIFT STATION DRIFT CONTROL     *
      *                     CHART OVER THE LAST N DAYS (BLANK = 30)   *
000121*    IFRC <N>        RUN THE NEXT COMMAND ONLY IF THE WORST     *
000122*                     RETURN CODE SO FAR IS BELOW N; OTHERWISE  *
000123*                     THE NEXT COMMAND IS LOGGED AS SKIPPED     *
