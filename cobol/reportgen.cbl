      *                                                                *
      * INPUT:  A CSV FILE CONTAINING TRANSACTION DATE, DESCRIPTION,   *
      *         AMOUNT, CATEGORY NAME, AND (OPTIONALLY) A CURRENCY     *
      *         CODE IN A FIFTH COLUMN, A COST-CENTER CODE IN A        *
      *         SIXTH, AND A TAX CODE IN A SEVENTH.                    *
      *                                                                *
      * OUTPUT: A JSON FILE CONTAINING PERIOD DATES, SUMMARY, AND      *
      *         CATEGORY BREAKDOWNS.                                   *
      *                 [txstore.dat] [perstat.txt] [closed-mode]      *
      *                 [transfers.txt] [transfer-window]              *
      *                 [payees.txt] [deptmaster.txt]                  *
      *                 [accruals.txt]                                 *
      *                 [taxcodes.txt] [taxliability.txt]              *
      *                 [tax-payable-gl] [tax-recoverable-gl]          *
      *               trailing arguments are optional; pass NONE to   *
      *               omit any one of them.                           *
      *                                                                *
      *               CODE 3 SO THE SCHEDULER CAN HOLD THE NEXT       *
      *               JOURNAL RUN.                                    *
      *                                                                *
      *        RECAT MODE (RE-APPLIES THE CURRENT CATEGORY MASTER     *
      *               AND RULES TO HISTORICAL STORE ROWS):            *
      *               reportgen.exe RECAT <store> <from-date>         *
      *                 <to-date> <catmaster.txt> <catrules.txt>      *
      *                 <report.txt> <reclass.txt> [account]          *
      *                 [perstat.txt] [fiscalcal.txt] [suspense-gl]   *
      *                 [auditlog.txt]                                *
      *               EVERY STORE ROW IN THE DATE RANGE (ONE ACCOUNT  *
      *               OR ALL) WHOSE CATEGORY CAME FROM A RULE OR THE  *
      *               UNCATEGORIZED FALLBACK IS RUN BACK THROUGH THE  *
      *               CATEGORIZATION RULES AGAINST ITS DESCRIPTION;   *
      *               A CATEGORY GIVEN IN THE CSV IS KEPT. EVERY ROW  *
      *               HAS ITS GL CODE RE-DERIVED FROM THE CATEGORY    *
      *               MASTER (SUSPENSE GL WHEN UNMAPPED). A ROW WHOSE *
      *               CATEGORY OR GL CODE CHANGED IS REWRITTEN IN     *
      *               THE STORE AND LISTED IN THE REPORT AS           *
      *                 MOVED|ACCOUNT|DATE|SEQ|AMOUNT|STATE|DESC      *
      *                   BEFORE|CATEGORY|GL-CODE|PERIOD              *
      *                   AFTER |CATEGORY|GL-CODE|POSTING-PERIOD      *
      *               WITH COUNTS AT THE END. THE RECLASS FILE IS IN  *
      *               THE GL JOURNAL INTERFACE LAYOUT AND MOVES EACH  *
      *               AMOUNT OUT OF THE OLD GL CODE AND INTO THE NEW  *
      *               ONE PER PERIOD AND COST CENTER (NETTED, WITH    *
      *               TRAILER). A ROW DATED INTO A PERIOD THE STATUS  *
      *               FILE MARKS CLOSED - STATE CLOSED-PERIOD - KEEPS *
      *               ITS BOOKED CATEGORY AND GL CODE, AND ITS        *
      *               RECLASS POSTS TO THE EARLIEST OPEN PERIOD, AS   *
      *               CLOSED-MODE ADJUST DOES FOR LATE ROWS. THE PAIR *
      *               THAT RECLASS MOVED IT TO IS RECORDED ON THE ROW *
      *               AS A PENDING RECLASS, AND A LATER RECAT         *
      *               COMPARES AGAINST THAT PAIR, SO RE-RUNNING A     *
      *               RANGE NEVER POSTS THE SAME RECLASS TWICE. ROWS  *
      *               STORED BEFORE THE STORE KEPT GL CODE AND        *
      *               CATEGORY SOURCE TAKE A RULE MATCH BUT ARE NEVER *
      *               RESET TO "Uncategorized". THE CATEGORY MASTER   *
      *               AND RULES FILE ARE REQUIRED; ONE THAT LOADS     *
      *               NOTHING FAILS THE RUN WITH RC 1 BEFORE ANY ROW  *
      *               IS TOUCHED.                                     *
      *               A SPLIT ROW, WHOSE LEGS POSTED TO THEIR OWN     *
      *               CATEGORIES' GL CODES, IS NEVER RECLASSED, AND A *
      *               ROW DATED IN A FISCAL YEAR THE STATUS FILE MARKS*
      *               CLOSED (THE YEAR ID AS YEAREND WRITES IT) IS    *
      *               LEFT AS IT IS WITH NO RECLASS ENTRY, SINCE THE  *
      *               CLOSE HAS ALREADY ZEROED ITS GL CODE. BOTH ARE  *
      *               LISTED IN THE REPORT AS                         *
      *                 SKIPPED|ACCOUNT|DATE|SEQ|AMOUNT|REASON|DESC   *
      *               AND COUNTED IN THE TOTALS.                      *
      *                                                                *
      *        REVALUE MODE (PERIOD-END FOREIGN-CURRENCY REVALUATION   *
      *               OF THE BALANCES HELD IN THE TRANSACTION STORE):  *
      *               reportgen.exe REVALUE <store> <period-id>        *
      *                 <rates.txt> <report.txt> <journal.txt>         *
      *                 <revalhist.txt> [fiscalcal.txt] [perstat.txt]  *
      *                 [base-currency] [gain-gl] [loss-gl]            *
      *                 [clearing-gl] [account] [auditlog.txt]         *
      *               EVERY FOREIGN-CURRENCY STORE ROW DATED UP TO THE *
      *               PERIOD END (THE FISCAL PERIOD'S END DATE, OR THE *
      *               LAST DAY OF A YYYY-MM PERIOD) IS TOTALLED PER    *
      *               ACCOUNT AND CURRENCY. THE ORIGINAL-              *
      *               CURRENCY BALANCE IS RESTATED AT THE RATE LOADED  *
      *               FOR THE PERIOD END'S CALENDAR MONTH AND COMPARED *
      *               WITH THE CARRIED VALUE - THE ROWS' BASE AMOUNTS  *
      *               PLUS THE REVALUATIONS ALREADY POSTED FOR EARLIER *
      *               PERIODS. THE REPORT HAS ONE LINE PER BALANCE,    *
      *               FORMAT                                           *
      *                 ACCOUNT|CURRENCY|ORIG-BALANCE|OLD-RATE|        *
      *                 NEW-RATE|CARRIED|REVALUED|GAIN-LOSS            *
      *               (OLD RATE = CARRIED / ORIG-BALANCE) WITH TOTALS. *
      *               THE JOURNAL FILE IS IN THE GL INTERFACE LAYOUT,  *
      *               SOURCE "V": TOTAL GAIN CREDITED TO THE GAIN GL   *
      *               (DEFAULT 999995), TOTAL LOSS DEBITED TO THE LOSS *
      *               GL (DEFAULT 999994), THE NET TO THE CLEARING GL  *
      *               (DEFAULT 999999), COST CENTER UNASSIGN, WITH     *
      *               TRAILER. THE HISTORY FILE GAINS ONE LINE PER     *
      *               BALANCE, FORMAT                                  *
      *                 PERIOD,ACCOUNT,CURRENCY,ORIG-BALANCE,RATE,     *
      *                 REVALUED,GAIN-LOSS,RUN-DATE                    *
      *               AND A PERIOD ALREADY IN IT, OR EARLIER THAN ONE  *
      *               IN IT, IS REFUSED FOR THE ACCOUNTS IN SCOPE, AS  *
      *               IS A PERIOD THE STATUS FILE MARKS CLOSED. A      *
      *               BALANCE WITH NO PERIOD-END RATE FAILS THE RUN    *
      *               BEFORE ANYTHING IS WRITTEN. THE HISTORY IS       *
      *               WRITTEN BEFORE THE JOURNAL, AND A HISTORY WRITE  *
      *               THAT FAILS LEAVES THE JOURNAL EMPTY AND ENDS THE *
      *               RUN RC 1, SO NO JOURNAL IS EVER PRODUCED WITHOUT *
      *               ITS HISTORY. ROWS PURGED FROM THE STORE NO LONGER*
      *               COUNT TOWARD A BALANCE.                          *
      *                                                                *
      *        YEAREND MODE (FISCAL YEAR-END CLOSE AND BALANCE         *
      *               ROLLFORWARD):                                    *
      *               reportgen.exe YEAREND <store> <fiscal-year>      *
      *                 <perstat.txt> <acctmaster.txt> <journal.txt>   *
      *                 <report.txt> [fiscalcal.txt] [catmaster.txt]   *
      *                 [retained-earnings-gl] [suspense-gl]           *
      *                 [auditlog.txt] [user-id]                       *
      *               THE YEAR'S PERIODS ARE THE FISCAL CALENDAR       *
      *               PERIODS WHOSE ID IS THE YEAR FOLLOWED BY A       *
      *               HYPHEN (FY26 TAKES FY26-01, FY26-02, ...), OR    *
      *               YYYY-01 TO YYYY-12 WITHOUT A CALENDAR, AND THE   *
      *               STATUS FILE MUST MARK EVERY ONE CLOSED. EACH     *
      *               STORE ROW IN THE YEAR, LESS ANY TAX SPLIT OUT OF *
      *               IT, IS TOTALLED BY GL CODE AND COST CENTER, AND  *
      *               THE JOURNAL FILE (GL INTERFACE LAYOUT, SOURCE    *
      *               "Y", POSTED TO THE YEAR'S LAST PERIOD, WITH      *
      *               TRAILER) CARRIES THE ENTRIES THAT ZERO THEM INTO *
      *               THE RETAINED-EARNINGS GL (DEFAULT 999993).       *
      *               EACH ACCOUNT MASTER ENTRY'S CLOSING BALANCE -    *
      *               OPENING BALANCE PLUS THE STORE ROWS FROM ITS     *
      *               OPENING DATE TO THE YEAR END - BECOMES ITS NEW   *
      *               OPENING BALANCE DATED THE DAY AFTER THE YEAR END,*
      *               APPLIED AS A MAINT-MODE ACCTMASTER CHANGE. EVERY *
      *               SUCH CHANGE IS PUT THROUGH THE MAINT EDITS BEFORE*
      *               ANYTHING IS WRITTEN, AND ONE THAT WOULD BE       *
      *               REJECTED REFUSES THE WHOLE CLOSE WITH RC 1. THE  *
      *               REPORT CARRIES WHO RAN IT, A TIMESTAMP, A        *
      *               CLOSED|PERIOD|GL|COST-CENTER|D-OR-C|AMOUNT LINE  *
      *               PER CLOSING ENTRY, THE BEFORE/AFTER LINES PER    *
      *               ACCOUNT, AND TOTALS; ONE LINE IS APPENDED TO THE *
      *               AUDIT TRAIL IN THE MAINT LAYOUT. ONLY ONCE THE   *
      *               ACCOUNT MASTER HAS BEEN REWRITTEN IS THE YEAR ID *
      *               ITSELF WRITTEN TO THE STATUS FILE AS CLOSED; IF  *
      *               EITHER REWRITE FAILS THE YEAR STAYS OPEN, THE    *
      *               JOURNAL IS LEFT EMPTY AND THE RUN ENDS RC 1 (A   *
      *               RERUN SKIPS ANY ACCOUNT ALREADY ROLLED). A YEAR  *
      *               ALREADY CLOSED IS REFUSED. ACCRUALS AND          *
      *               REVALUATIONS ARE NOT HELD IN THE STORE AND ARE   *
      *               NOT PART OF THE CLOSING ENTRIES.                 *
      *               A ROW IS CLOSED OUT OF THE GL CODE THAT HOLDS IT:*
      *               THE PENDING RECLASS GL RECAT RECORDED ON IT, ELSE*
      *               ITS STORED GL CODE, ELSE ITS CATEGORY'S GL FROM  *
      *               THE CATEGORY MASTER (SUSPENSE WHEN UNMAPPED). A  *
      *               SPLIT ROW IS CLOSED LEG BY LEG, OUT OF EACH LEG'S*
      *               GL CODE FOR THE LEG'S AMOUNT NET OF ITS TAX.     *
      *                                                                *
      *        BALANCE MODE (AS-OF-DATE BALANCE SHEET AND CASH         *
      *               POSITION):                                       *
      *               reportgen.exe BALANCE <store> <as-of-date>       *
      *                 <acctmaster.txt> <output.json> <report.txt>    *
      *                 [stale-days] [auditlog.txt]                    *
      *               EVERY ACTIVE ACCOUNT MASTER ENTRY'S BALANCE AS OF*
      *               THE DATE IS ITS OPENING BALANCE PLUS THE STORE   *
      *               ROWS FROM ITS OPENING DATE TO THE AS-OF DATE (FOR*
      *               AN AS-OF DATE BEFORE THE OPENING DATE THE ROWS IN*
      *               BETWEEN ARE BACKED OUT). ACCOUNTS ARE GROUPED BY *
      *               TYPE WITH SUBTOTALS: CHECKING AND SAVINGS ARE    *
      *               CASH, CARD IS A LIABILITY SHOWN WITH THE SIGN    *
      *               FLIPPED (AMOUNT OWED), AND ANY OTHER TYPE IS     *
      *               LISTED UNDER OTHER BUT KEPT OUT OF THE TOTALS.   *
      *               NET POSITION IS TOTAL CASH LESS CARD LIABILITY.  *
      *               EACH ACCOUNT SHOWS THE CHANGE SINCE THE SAME DATE*
      *               LAST MONTH (THAT MONTH'S LAST DAY WHEN IT IS     *
      *               SHORTER) AND THE DATE OF ITS LAST STORE ROW; ONE *
      *               WITH NO ROW IN THE LAST STALE-DAYS DAYS (DEFAULT *
      *               7), OR NONE AT ALL, IS FLAGGED STALE AND COUNTED *
      *               IN A WARNING. OUTPUT IS A JSON DOCUMENT AND A    *
      *               132-COLUMN PRINTED PAGE. STORE ROWS FOR ACCOUNTS *
      *               NOT ON THE MASTER ARE COUNTED. THE AUDIT LINE    *
      *               CARRIES THE ACCOUNT COUNT, TOTAL CASH AND TOTAL  *
      *               CARD LIABILITY.                                  *
      *                                                                *
      *        ANOMALY MODE (UNUSUAL-TRANSACTION SCREENING):           *
      *               reportgen.exe ANOMALY <store> <from-date>        *
      *                 <to-date> <report.txt> [window-days]           *
      *                 [threshold] [auditlog.txt]                     *
      *               A PROFILE OF EVERY RESOLVED PAYEE (TS-PAYEE),    *
      *               EVERY CATEGORY AND EVERY ACCOUNT IS BUILT FROM   *
      *               THE STORE ROWS OF THE WINDOW-DAYS DAYS (DEFAULT  *
      *               365) BEFORE THE FROM-DATE: TYPICAL AMOUNT, SPREAD*
      *               (STANDARD DEVIATION, NEVER LESS THAN A TENTH OF  *
      *               THE TYPICAL AMOUNT OR 1.00), USUAL DAY OF THE    *
      *               MONTH, WHETHER IT EVER BILLED TWICE IN ONE MONTH,*
      *               AND WEEKEND AND MONTH-END (LAST THREE DAYS) ROW  *
      *               COUNTS. EACH ROW FROM THE FROM-DATE TO THE TO-   *
      *               DATE IS THEN SCORED: NEW-PAYEE (FIRST ROW FROM A *
      *               PAYEE WITH NO HISTORY, MEDIUM); AMOUNT (MORE THAN*
      *               THRESHOLD SPREADS, DEFAULT 3, FROM THE PAYEE'S   *
      *               TYPICAL AMOUNT, MEDIUM, OR TWICE THAT, HIGH;     *
      *               NEEDS 3 ROWS OF HISTORY); CATEGORY-AMT (THE SAME *
      *               TEST AGAINST THE CATEGORY WHEN THE PAYEE HAS TOO *
      *               LITTLE HISTORY); REPEAT-CYCLE (A SECOND CHARGE IN*
      *               A CALENDAR MONTH FROM A PAYEE THAT BILLED ONCE A *
      *               MONTH FOR AT LEAST 3 MONTHS, HIGH); WEEKEND AND  *
      *               MONTH-END (TWO OR MORE SUCH ROWS IN THE RANGE ON *
      *               AN ACCOUNT WITH AT LEAST 10 ROWS OF HISTORY AND  *
      *               NONE, LOW). THE REPORT LISTS THE EXCEPTIONS MOST *
      *               SEVERE FIRST, THEN BY SCORE (SPREADS FROM        *
      *               TYPICAL) AND AMOUNT, ONE LINE EACH, FORMAT       *
      *                 RANK|SEVERITY|DATE|ACCOUNT|PAYEE|CATEGORY|     *
      *                 AMOUNT|REASON|SCORE|BASELINE                   *
      *               WITH COUNTS AFTER THEM. ANY EXCEPTION MAKES THE  *
      *               AUDIT-LOG RESULT "ALERTED"; ANY HIGH-SEVERITY    *
      *               EXCEPTION SETS RETURN CODE 2.                    *
      *                                                                *
      *        EXTRACT MODE (INCREMENTAL WAREHOUSE EXTRACT):           *
      *               reportgen.exe EXTRACT <store> <control.txt>      *
      *                 <extract.txt> [catmaster.txt] [deptmaster.txt] *
      *                 [purgelog.txt] [auditlog.txt]                  *
      *               THE STORE ROWS WRITTEN OR REWRITTEN SINCE THE    *
      *               LAST EXTRACT - AFTER THE CONTROL FILE'S TIMESTAMP*
      *               AND UP TO THIS RUN'S START - GO TO THE EXTRACT   *
      *               FILE, EACH FIELD PADDED TO ITS FULL WIDTH AND    *
      *               FOLLOWED BY A "|":                               *
      *                 D|ACCOUNT|DATE|SEQ|DESC|AMOUNT|ORIG-AMOUNT|    *
      *                 CATEGORY|CURRENCY|PAYEE|DEPT|GL-CODE|SOURCE|   *
      *                 TAX-CODE|TAX-AMOUNT|UPDATED|MASTER-GL|         *
      *                 DEPT-NAME|RECLASS-CATEGORY|RECLASS-GL|         *
      *                 SPLIT-LEGS|                                    *
      *               (RECLASS-CATEGORY AND RECLASS-GL ARE THE PENDING *
      *               RECLASS RECAT RECORDED ON A CLOSED-PERIOD ROW,   *
      *               BLANK OTHERWISE; SPLIT-LEGS IS A SPLIT ROW'S LEGS*
      *               AS GL=AMOUNT PAIRS SEPARATED BY ";", 640 WIDE,   *
      *               BLANK FOR ANY OTHER ROW; AMOUNTS 18 WIDE, SIGNED;*
      *               MASTER-GL FROM THE CATEGORY MASTER AND DEPT-NAME *
      *               FROM THE DEPARTMENT MASTER, BLANK WITHOUT THEM). *
      *               EACH ROW THE PURGE LOG SHOWS DELETED IN THE SAME *
      *               WINDOW FOLLOWS AS                                *
      *                 X|ACCOUNT|DATE|SEQ|PURGED-TIMESTAMP|           *
      *               THE FILE STARTS WITH                             *
      *                 H|SEQUENCE|FROM-TIMESTAMP|TO-TIMESTAMP         *
      *               AND ENDS WITH                                    *
      *                 T|ROW-COUNT|DELETE-COUNT|NET-AMOUNT|HASH-TOTAL *
      *               (THE HASH TOTAL IS THE SUM OF THE ROWS' AMOUNTS  *
      *               IGNORING SIGN). THE CONTROL FILE IS THEN         *
      *               REWRITTEN AS ONE LINE,                           *
      *                 SEQUENCE|TIMESTAMP|RECORD-COUNT|HASH-TOTAL     *
      *               AND IS LEFT ALONE WHEN THE EXTRACT FAILS, SO A   *
      *               RERUN REPEATS THE SAME WINDOW. WITHOUT A CONTROL *
      *               FILE THE FIRST EXTRACT TAKES THE WHOLE STORE AND *
      *               NO DELETES. STORE ROWS WRITTEN BEFORE ROWS WERE  *
      *               TIMESTAMPED ONLY GO IN THE FIRST EXTRACT.        *
      *                                                                *
      *        JOBSTREAM MODE (KEYWORD-DRIVEN NIGHTLY JOB STREAM):     *
      *               reportgen.exe JOBSTREAM <jobstream.txt>          *
      *                 <stepstatus.txt> <joblog.txt> [RESTART|step]   *
      *               RUNS A CHAIN OF reportgen STEPS FROM A JOB       *
      *               CONTROL FILE OF KEYWORD=VALUE LINES (BLANK LINES *
      *               AND "*" IN COLUMN 1 IGNORED). LINES AHEAD OF THE *
      *               FIRST STEP= ARE JOB-LEVEL:                       *
      *                 JOB=<name>  PROGRAM=<path> (reportgen.exe)     *
      *                 ANY STEP KEYWORD - A DEFAULT FOR EVERY STEP    *
      *                   WHOSE MODE TAKES IT (E.G. TXSTORE, AUDITLOG) *
      *               EACH STEP STARTS WITH STEP=<name> AND TAKES      *
      *                 MODE=<mode>  MAXRC=<highest rc still ok> (0)   *
      *                 DEPENDS=<earlier-step>,<max-rc> (UP TO 5)      *
      *                 <KEYWORD>=<value> FOR EACH FILE OR PARAMETER   *
      *               THE KEYWORDS ARE THE MODE'S ARGUMENTS AS NAMED IN*
      *               ITS USAGE ABOVE, IN UPPER CASE WITHOUT THE FILE  *
      *               SUFFIX (CATMASTER, FISCAL-YEAR, TOLERANCE-DAYS,  *
      *               TAX-PAYABLE-GL ...), EXCEPT THAT THE STORE IS    *
      *               TXSTORE, A .JSON FILE IS OUTPUT, A PERIOD-ID IS  *
      *               PERIOD AND RECAT'S RECLASS FILE IS JOURNAL. MODE *
      *               CSV IS THE PLAIN ONE-FILE REPORT RUN (INPUT=,    *
      *               OUTPUT=, ...). THEY GO ON THE COMMAND LINE IN THE*
      *               MODE'S ORDER WITH NONE IN ANY GAP. AN UNKNOWN    *
      *               KEYWORD OR A MISSING REQUIRED ONE STOPS THE JOB  *
      *               BEFORE ANY STEP RUNS, AS DOES A KEYWORD VALUE    *
      *               HOLDING ", `, $ OR \. A STEP WHOSE COMMAND LINE  *
      *               WOULD NOT FIT FAILS WITHOUT BEING RUN.           *
      *               STEPS RUN IN ORDER. A STEP IS BYPASSED WHEN A    *
      *               STEP IT DEPENDS ON WAS BYPASSED OR ENDED ABOVE   *
      *               THE DEPENDS= RETURN CODE (E.G. DEPENDS=BATCH,1   *
      *               AND DEPENDS=GLACK,2 SKIP CLOSE AFTER A BATCH     *
      *               LIMIT BREACH OR A GLACK REJECTION). A STEP ENDING*
      *               ABOVE ITS OWN MAXRC FAILS AND STOPS THE JOB. THE *
      *               STEP STATUS FILE IS REWRITTEN AROUND EVERY STEP, *
      *               ONE LINE EACH,                                   *
      *                 STEP|MODE|STATE|RC|START|END                   *
      *               (STATE PENDING, RUNNING, COMPLETED, BYPASSED OR  *
      *               FAILED). WITH RESTART THE JOB RESUMES AT THE     *
      *               FIRST STEP NOT COMPLETED OR BYPASSED (OR AT THE  *
      *               NAMED STEP) AND EARLIER STEPS KEEP THEIR RECORDED*
      *               RESULTS. THE JOB LOG IS APPENDED TO, ONE LINE PER*
      *               STEP BETWEEN A JOB START AND A JOB END LINE,     *
      *                 JOB|JOB-NAME|START|TIME|CONTROL-FILE|RUN-TYPE  *
      *                 STEP|JOB-NAME|STEP|MODE|START|END|RC|OUTCOME|  *
      *                   NOTE                                         *
      *                 JOB|JOB-NAME|END|TIME|RC|RESULT|COUNTS         *
      *               EACH STEP WRITES ITS OWN AUDIT-LOG LINE AS USUAL,*
      *               AND THE JOB ADDS ONE TO THE JOB-LEVEL AUDITLOG   *
      *               (COUNT = STEPS RUN). THE JOB ENDS WITH THE       *
      *               HIGHEST RETURN CODE OF THE STEPS IT RAN.         *
      *                                                                *
      *        VERIFY MODE (TRANSACTION-STORE INTEGRITY AUDIT):        *
      *               reportgen.exe VERIFY <store> <report.txt>        *
      *                 <catmaster.txt> <deptmaster.txt>               *
      *                 <acctmaster.txt> [fiscalcal.txt] [rates.txt]   *
      *                 [base-currency]                                *
      *                 [snapshot.txt] [auditlog.txt]                  *
      *               READS EVERY STORE ROW AND CHECKS IT: DATE (A REAL*
      *               CALENDAR DATE INSIDE A FISCAL CALENDAR PERIOD, OR*
      *               ANY VALID DATE WITHOUT A CALENDAR); CATEGORY (ON *
      *               THE CATEGORY MASTER); DEPT (ON THE DEPARTMENT    *
      *               MASTER AND ACTIVE - BLANK OR UNASSIGN, THE       *
      *               DEFAULT BUCKET, PASSES); CURRENCY (A BASE-       *
      *               CURRENCY ROW'S AMOUNT EQUALS ITS ORIGINAL AMOUNT;*
      *               A FOREIGN ROW HAS A RATE FOR ITS CALENDAR MONTH  *
      *               AND AN AMOUNT WITHIN 0.01 OF THE ORIGINAL AMOUNT *
      *               AT THAT RATE); ACCOUNT (ON THE ACCOUNT MASTER,   *
      *               ONE EXCEPTION PER ACCOUNT - ROWS FROM SINGLE-FILE*
      *               RUNS HAVE NO ACCOUNT AND FAIL IT). THE MASTERS   *
      *               ARE REQUIRED; ONE THAT LOADS NOTHING FAILS THE   *
      *               RUN WITH RC 1.                                   *
      *               IT THEN RECOMPUTES EACH ACCOUNT'S ROW COUNT AND  *
      *               NET-OF-TAX INCOME AND EXPENSE PER PERIOD AND     *
      *               RECONCILES THEM. SNAPSHOT: EVERY PERIOD (P) LINE *
      *               OF THE SNAPSHOT FILE MUST MATCH, FOR ITS ACCOUNT *
      *               AND PERIOD, THE TOTALS OF THE STORE ROWS LOADED  *
      *               BY THE RUN THAT WROTE IT - THE LATEST RUN IN THE *
      *               AUDIT LOG THAT DID NOT FAIL, DID NOT READ THE    *
      *               STORE, AND STILL OWNS ROWS (SEE AUDIT BELOW) - SO*
      *               ROWS LOADED BY EARLIER RUNS DO NOT COUNT AGAINST *
      *               IT. ACCRUALS NEVER REACH THE STORE, AND A ROW IN *
      *               A CLOSED PERIOD POSTS TO A LATER ONE, SO A       *
      *               SNAPSHOT PERIOD CARRYING EITHER IS REPORTED. A   *
      *               ROW A LATER RECAT REWROTE CARRIES THAT RUN'S     *
      *               STAMP AND NO LONGER COUNTS FOR THE SNAPSHOT RUN. *
      *               THE SNAPSHOT CHECK NEEDS THE AUDIT LOG. AUDIT:   *
      *               EACH ROW BELONGS TO THE FIRST RUN IN THE AUDIT   *
      *               LOG LOGGED AT OR AFTER THE ROW'S UPDATE STAMP    *
      *               THAT DID NOT FAIL. A RUN MAY NOT OWN MORE ROWS   *
      *               THAN ITS LOGGED COUNT, AND ONE THAT STILL OWNS   *
      *               EXACTLY THAT MANY MUST MATCH ITS LOGGED GROSS    *
      *               INCOME AND EXPENSE (ONLY THE COUNT FOR A RUN     *
      *               WHOSE INPUT WAS THE STORE, I.E. RECAT); ROWS NO  *
      *               LOGGED RUN COVERS ARE ONE EXCEPTION PER ACCOUNT. *
      *               EVERY RUN THAT WRITES THE STORE MUST LOG TO THIS *
      *               AUDIT LOG. ROWS WITHOUT AN UPDATE STAMP ARE      *
      *               COUNTED, NOT CHECKED. WITHOUT A SNAPSHOT OR AUDIT*
      *               LOG THAT RECONCILIATION IS SKIPPED.              *
      *               THE REPORT GROUPS THE EXCEPTIONS BY CHECK - DATE,*
      *               CATEGORY, DEPT, CURRENCY, ACCOUNT, SNAPSHOT,     *
      *               AUDIT - EACH HEADED BY ITS COUNT, ONE LINE EACH, *
      *                 CHECK|ACCOUNT|DATE|SEQ|VALUE|DETAIL            *
      *               FOLLOWED BY THE TOTALS                           *
      *                 ACCOUNT|PERIOD|ROWS|INCOME|EXPENSE|NET         *
      *               THE RUNS STILL HOLDING STORE ROWS                *
      *                 LOGGED|INPUT|RESULT|COUNT|INCOME|EXPENSE|      *
      *                 STORE-ROWS|STORE-INCOME|STORE-EXPENSE          *
      *               AND SUMMARY COUNTS. ANY EXCEPTION MAKES THE      *
      *               AUDIT-LOG RESULT "ALERTED" AND SETS RETURN CODE  *
      *               2, SO A JOB STREAM CAN HOLD CLOSE OR PURGE BEHIND*
      *               IT.                                              *
      *                                                                *
      *        CONVERT MODE (TRANSACTION-STORE LAYOUT CONVERSION):     *
      *               reportgen.exe CONVERT <old-store> <store>        *
      *                 <catmaster.txt> [suspense-gl] [auditlog.txt]   *
      *               COPIES A TRANSACTION STORE WRITTEN IN THE        *
      *               ORIGINAL RECORD LAYOUT - ACCOUNT, DATE, SEQUENCE,*
      *               DESCRIPTION, AMOUNT, ORIGINAL AMOUNT, CATEGORY,  *
      *               CURRENCY, PAYEE AND DEPT ONLY - INTO A NEW STORE *
      *               IN THE CURRENT LAYOUT. THE OTHER MODES READ ONLY *
      *               THE CURRENT LAYOUT, SO AN OLD STORE IS CONVERTED *
      *               ONCE BEFORE IT IS USED AGAIN. EACH ROW KEEPS ITS *
      *               KEY AND FIELDS AND TAKES ITS GL CODE FROM THE    *
      *               CATEGORY MASTER (THE SUSPENSE GL, DEFAULT 999998,*
      *               WHEN ITS CATEGORY IS NOT ON IT), CATEGORY SOURCE *
      *               C (SO RECAT KEEPS THE CATEGORY AND ONLY          *
      *               RE-DERIVES THE GL CODE), NO TAX CODE, A TAX      *
      *               AMOUNT OF ZERO, NO PENDING RECLASS AND A BLANK   *
      *               UPDATE STAMP (SO THE NEXT EXTRACT ONLY TAKES THE *
      *               ROWS IF IT IS THE FIRST, AND VERIFY COUNTS THEM  *
      *               WITHOUT ATTRIBUTING THEM TO A RUN). THE NEW STORE*
      *               MUST NOT EXIST YET; THE OLD ONE IS ONLY READ. THE*
      *               CATEGORY MASTER IS REQUIRED. ROWS READ, WRITTEN  *
      *               AND SENT TO SUSPENSE ARE DISPLAYED AND THE       *
      *               AUDIT-LOG LINE CARRIES THE ROWS WRITTEN; A ROW   *
      *               THAT CANNOT BE WRITTEN FAILS THE RUN WITH RC 1.  *
      *                                                                *
      *        PURGE MODE (ARCHIVE AND PURGE OF THE TRANSACTION       *
      *               STORE WITH A RETENTION CUTOFF):                 *
      *               reportgen.exe PURGE <store> <cutoff-date>       *
      *                 <archive.txt> [report.txt] [purgelog.txt]     *
      *               EVERY STORE ROW DATED BEFORE THE CUTOFF IS      *
      *               COPIED TO THE SEQUENTIAL ARCHIVE (ONE PIPE-     *
      *               DELIMITED LINE PER ROW CARRYING THE FULL STORE  *
      *               RECORD, FORMAT                                  *
      *                 D|ACCOUNT|DATE|SEQ|AMOUNT|ORIG-AMOUNT|        *
      *                 CATEGORY|CURRENCY|PAYEE|COST-CENTER|GL-CODE|  *
      *                 CATEGORY-SOURCE|TAX-CODE|TAX-AMOUNT|UPDATED|  *
      *                 RECLASS-CATEGORY|RECLASS-GL|SPLIT-LEGS|DESC   *
      *               WITH THE DESCRIPTION LAST SO A "|" INSIDE IT    *
      *               CANNOT SHIFT THE OTHER FIELDS) AND THEN DELETED *
      *               FROM THE STORE.                                 *
      *               SPLIT-LEGS IS A SPLIT ROW'S LEGS AS GL=AMOUNT   *
      *               PAIRS SEPARATED BY ";", BLANK FOR ANY OTHER ROW.*
      *               THE ARCHIVE ENDS WITH A CONTROL-TOTAL TRAILER   *
      *                 T|RECORD-COUNT|NET-AMOUNT                     *
      *               SO IT CAN BE VERIFIED AND RELOADED. A ROW IS    *
      *               WRITTEN CLEANLY. THE REPORT (OR SYSOUT WHEN NO  *
      *               REPORT IS NAMED) CARRIES ARCHIVED/RETAINED      *
      *               COUNTS PER ACCOUNT.                             *
      *               EACH ROW DELETED IS ALSO APPENDED TO THE PURGE  *
      *               LOG, WHEN ONE IS NAMED, FORMAT                  *
      *                 TIMESTAMP|ACCOUNT|DATE|SEQ                    *
      *               (THE RUN'S START TIME, YYYYMMDDHHMMSSCC), FOR   *
      *               EXTRACT MODE'S DELETE RECORDS. A LOG THAT CANNOT*
      *               BE OPENED STOPS THE PURGE BEFORE ANY ROW IS     *
      *               DELETED. A ROW IS LOGGED BEFORE IT IS DELETED   *
      *               AND NOT DELETED WHEN IT CANNOT BE LOGGED; IF THE*
      *               DELETE ITSELF THEN FAILS THE PURGE STOPS AND    *
      *               NAMES THE LOGGED ROW STILL IN THE STORE, FOR    *
      *               WHICH EXTRACT WILL SEND A FALSE DELETE.         *
      *                                                                *
      *        MAINT MODE (MAINTAINED UPDATE PATH FOR THE MASTER      *
      *               FILES, REPLACING HAND-EDITS):                   *
      *                 [txstore.dat] [perstat.txt] [closed-mode]      *
      *                 [transfers.txt] [transfer-window]              *
      *                 [payees.txt] [deptmaster.txt]                  *
      *                 [accruals.txt]                                 *
      *                 [taxcodes.txt] [taxliability.txt]              *
      *                 [tax-payable-gl] [tax-recoverable-gl]          *
      *               CONTROL FILE: ONE LINE PER ACCOUNT, FORMAT       *
      *                 ACCOUNT-NAME,PATH-TO-CSV                       *
      *                                                                *
      *        CATEGORY MASTER FILE (OPTIONAL, 5TH/6TH ARGUMENT):      *
      *               ONE LINE PER CATEGORY, FORMAT                    *
      *                 CATEGORY-NAME,GL-CODE[,TAX-CODE]               *
      *               (THE TAX CODE IS THE CATEGORY'S DEFAULT - SEE    *
      *               TAX CODES BELOW).                                *
      *               CATEGORIES NOT FOUND IN THE MASTER ARE FLAGGED   *
      *               "mapped":false IN THE REPORT RATHER THAN BEING   *
      *               SILENTLY ASSIGNED A BUCKET OF THEIR OWN.         *
      *               ACCOUNT (12TH ARGUMENT, DEFAULT 999999).         *
      *               CATEGORIES WITH NO CATEGORY MASTER ENTRY POST    *
      *               TO THE SUSPENSE ACCOUNT (13TH ARGUMENT, DEFAULT  *
      *               999998) RATHER THAN BEING DROPPED. TAX SPLIT     *
      *               OUT OF TAX-INCLUSIVE ROWS POSTS TO THE TAX-      *
      *               PAYABLE AND TAX-RECOVERABLE GL CODES (SEE TAX    *
      *               CODES BELOW).                                    *
      *               DETAIL RECORD (80 BYTES):                        *
      *                 1     "J"                                      *
      *                 2-8   PERIOD                                   *
      *                 21    "D" OR "C"                               *
      *                 22-36 AMOUNT 9(13)V99, IMPLIED DECIMAL         *
      *                 37-44 COST-CENTER CODE                         *
      *                 45    SOURCE: BLANK TRANSACTIONS, "A" ACCRUAL  *
      *                       BOOKINGS, "R" ACCRUAL REVERSALS, "V"     *
      *                       FX REVALUATION (REVALUE MODE), "Y"       *
      *                       YEAR-END CLOSE (YEAREND MODE)            *
      *               TRAILER RECORD:                                  *
      *                 1     "T"                                      *
      *                 2-10  RECORD COUNT                             *
      *               BELONGS TO SEVERAL CATEGORIES IS ENTERED AS A    *
      *               NORMAL PARENT ROW FOLLOWED BY CONTINUATION       *
      *               ROWS TAGGED IN THE FIRST COLUMN:                 *
      *                 SPLIT,CATEGORY,AMOUNT[,TAX-CODE]               *
      *               THE LEG AMOUNTS MUST SUM EXACTLY TO THE PARENT   *
      *               AMOUNT OR THE WHOLE GROUP GOES TO THE REJECT     *
      *               FILE WITH A SPECIFIC REASON. A SPLIT GROUP       *
      *               DETAIL RECORD SO FINANCE CAN POST BY COST        *
      *               CENTER.                                          *
      *                                                                *
      *        ACCRUALS FILE (OPTIONAL, 31ST ARGUMENT BOTH MODES):     *
      *               ONE LINE PER ACCRUAL, FORMAT                     *
      *                 ACCOUNT,PERIOD,CATEGORY,COST-CENTER,AMOUNT,    *
      *                 DESCRIPTION,AUTO-REVERSE                       *
      *               (PERIOD IS A FISCAL PERIOD ID WHEN A CALENDAR    *
      *               IS LOADED, OTHERWISE YYYY-MM; AMOUNT IS SIGNED   *
      *               AND IN THE BASE CURRENCY, NEGATIVE FOR AN        *
      *               ACCRUED EXPENSE; AUTO-REVERSE Y OR N).           *
      *               ACCRUALS ARE BOOKED AFTER THE ACCOUNT'S CSV -    *
      *               EVERY LINE IN SINGLE-FILE MODE, THE LINES FOR    *
      *               EACH CONTROL-FILE ACCOUNT IN BATCH MODE - INTO   *
      *               THE CATEGORY, PERIOD, PERIOD-BY-CATEGORY,        *
      *               DEPARTMENT, AND GL JOURNAL ROLLUPS AS THEIR OWN  *
      *               ENTRY TYPE. THEY ARE NOT CASH AND STAY OUT OF    *
      *               THE SUMMARY TOTALS, THE LEDGER, THE LIMIT        *
      *               CHECKS, AND THE TRANSACTION STORE. AN AUTO-      *
      *               REVERSE ACCRUAL ALSO BOOKS THE OPPOSITE ENTRY IN *
      *               THE FOLLOWING PERIOD (NEXT FISCAL PERIOD, OR     *
      *               NEXT CALENDAR MONTH WITHOUT A CALENDAR). A       *
      *               CLOSED PERIOD FOLLOWS THE CLOSED-PERIOD MODE,    *
      *               AND AN ENTRY RE-BOOKED OUT OF ONE IS LISTED WITH *
      *               THE PRIOR-PERIOD ADJUSTMENTS (WITHOUT A DATE); A *
      *               REVERSAL THAT CANNOT POST LEAVES THE ACCRUAL     *
      *               OUTSTANDING. BAD LINES GO TO THE REJECT FILE.    *
      *               THE JSON GAINS AN accruals OBJECT (BOOKED,       *
      *               REVERSED, AND OUTSTANDING TOTALS PLUS ONE ENTRY  *
      *               PER ACCRUAL), THE STATEMENT TOTALS PAGE AN       *
      *               ACCRUALS SECTION, AND THE GL JOURNAL SEPARATE    *
      *               ACCRUAL AND REVERSAL SECTIONS FLAGGED IN COLUMN  *
      *               45, EACH CLEARED PER PERIOD.                     *
      *                                                                *
      *        TAX CODES (OPTIONAL, 32ND-35TH ARGUMENTS BOTH MODES):   *
      *               THE TAX-CODE MASTER (32ND) HAS ONE LINE PER CODE *
      *               PER RATE CHANGE, FORMAT                          *
      *                 CODE,RATE,EFFECTIVE-FROM,EFFECTIVE-TO,         *
      *                 RECOVERABLE                                    *
      *               (CODE UP TO 8 CHARACTERS; RATE A PERCENTAGE;     *
      *               DATES YYYY-MM-DD, A BLANK END LEFT OPEN;         *
      *               RECOVERABLE Y OR N). A ROW'S CODE IS ITS         *
      *               OPTIONAL SEVENTH CSV COLUMN (NONE FOR UNTAXED),  *
      *               ELSE ITS CATEGORY'S DEFAULT FROM THE CATEGORY    *
      *               MASTER; A SPLIT LEG MAY NAME ITS OWN. AMOUNTS    *
      *               ARE TAX-INCLUSIVE: TAX = GROSS x RATE / (100 +   *
      *               RATE) AT THE RATE IN EFFECT ON THE ROW DATE. AN  *
      *               UNKNOWN CODE, OR ONE WITH NO RATE FOR THE DATE,  *
      *               REJECTS THE ROW.                                 *
      *               OUTPUT TAX (ON INCOME) AND RECOVERABLE INPUT TAX *
      *               (ON EXPENSE) ARE TAKEN OUT OF THE ROW, SO ONLY   *
      *               THE NET FEEDS THE CATEGORY, PERIOD, AND          *
      *               DEPARTMENT ROLLUPS, AND POST TO THE TAX-PAYABLE  *
      *               GL (34TH ARGUMENT, DEFAULT 999997) AND THE TAX-  *
      *               RECOVERABLE GL (35TH, DEFAULT 999996) IN THE GL  *
      *               JOURNAL. NON-RECOVERABLE INPUT TAX IS PART OF    *
      *               THE COST AND STAYS IN THE CATEGORY. THE SUMMARY  *
      *               TOTALS, LEDGER, PAYEE ROLLUP, AND STORED AMOUNT  *
      *               STAY GROSS (CASH). THE LIABILITY REPORT (33RD    *
      *               ARGUMENT) HAS ONE LINE PER PERIOD PER CODE,      *
      *               FORMAT                                           *
      *                 PERIOD|TAX-CODE|ROWS|OUTPUT-TAX|               *
      *                 RECOVERABLE-INPUT-TAX|NON-RECOVERABLE-TAX|     *
      *                 NET-DUE                                        *
      *               (NET DUE = OUTPUT LESS RECOVERABLE INPUT TAX;    *
      *               SPLIT LEGS COUNT AS ROWS OF THEIR OWN) WITH A    *
      *               *TOTAL LINE PER PERIOD AND A FINAL ALL LINE. THE *
      *               JSON GAINS A tax OBJECT WITH THE RUN TOTALS.     *
      *               WITHOUT A TAX-CODE MASTER EVERY ROW IS UNTAXED.  *
      *                                                                *
      *        PAYEE MASTER (OPTIONAL, 29TH ARGUMENT BOTH MODES):      *
      *               ONE LINE PER RULE, FORMAT                        *
      *                 PATTERN,PAYEE-NAME,PRIORITY                    *
      *               LINE NUMBER IN ITS SOURCE CSV). EVERY ACCEPTED   *
      *               TRANSACTION IS WRITTEN AS IT IS PROCESSED,       *
      *               CARRYING BOTH THE BASE-CURRENCY AND ORIGINAL     *
      *               AMOUNTS, ITS FINAL CATEGORY, THE GL CODE IT      *
      *               POSTED UNDER, WHERE THE CATEGORY CAME FROM       *
      *               (C CSV COLUMN, R RULE, U UNCATEGORIZED, S SPLIT),*
      *               ITS TAX CODE (MIXED FOR A SPLIT WHOSE LEGS       *
      *               DIFFER), AND THE TAX SPLIT OUT OF IT, SO QUERY   *
      *               AND RECAT WORK FROM THE NET AMOUNT THE CATEGORY  *
      *               CARRIES. A SPLIT ROW ALSO CARRIES EACH LEG'S GL  *
      *               CODE AND AMOUNT NET OF ITS TAX, UP TO 20 LEGS.   *
      *               LOADING THE SAME SOURCE FILE TWICE REWRITES      *
      *               THE SAME KEYS IN PLACE RATHER THAN DOUBLE-       *
      *               COUNTING, WHICH MAKES RE-RUNS SAFE. THE STORE    *
      *               FEEDS THE QUERY MODE DESCRIBED ABOVE. EVERY      *
      *               WRITE OR REWRITE (HERE OR IN RECAT MODE) STAMPS  *
      *               THE ROW WITH THE TIME, YYYYMMDDHHMMSSCC, SO      *
      *               EXTRACT MODE CAN TELL WHAT HAS CHANGED.          *
      *                                                                *
      *        AUDIT LOG (OPTIONAL, 9TH ARGUMENT BOTH MODES): ONE      *
      *               LINE IS APPENDED TO THE NAMED FILE FOR EVERY     *
           SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT RECATRPT-FILE ASSIGN TO DYNAMIC WS-RECATRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECATRPT-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT TAXCODE-FILE ASSIGN TO DYNAMIC WS-TAXCODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCODE-STATUS.
           SELECT TAXRPT-FILE ASSIGN TO DYNAMIC WS-TAXRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.
           SELECT REVALRPT-FILE ASSIGN TO DYNAMIC WS-REVALRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALRPT-STATUS.
           SELECT REVALHIST-FILE ASSIGN TO DYNAMIC WS-REVALHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALHIST-STATUS.
           SELECT ANOMRPT-FILE ASSIGN TO DYNAMIC WS-ANOMRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMRPT-STATUS.
           SELECT EXTCTL-FILE ASSIGN TO DYNAMIC WS-EXTCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTCTL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PURGELOG-FILE ASSIGN TO DYNAMIC WS-PURGELOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGELOG-STATUS.
           SELECT JOBCTL-FILE ASSIGN TO DYNAMIC WS-JOBCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.
           SELECT JOBSTAT-FILE ASSIGN TO DYNAMIC WS-JOBSTAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO DYNAMIC WS-JOBLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT VERIFYRPT-FILE ASSIGN TO DYNAMIC WS-VERIFYRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFYRPT-STATUS.
           SELECT OLDSTORE-FILE ASSIGN TO DYNAMIC WS-OLDSTORE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-KEY
               FILE STATUS IS WS-OLDSTORE-STATUS.
           SELECT TXSTORE-FILE ASSIGN TO DYNAMIC WS-TXSTORE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FD  ARCHIVE-FILE.

       01  ARCHIVE-RECORD        PIC X(1500).

       FD  PURGRPT-FILE.


       01  RECON-RECORD          PIC X(200).

       FD  RECATRPT-FILE.

       01  RECATRPT-RECORD       PIC X(400).

       FD  ACCRUAL-FILE.

       01  ACCRUAL-RECORD        PIC X(400).

       FD  TAXCODE-FILE.

       01  TAXCODE-RECORD        PIC X(200).

       FD  TAXRPT-FILE.

       01  TAXRPT-RECORD         PIC X(200).

       FD  REVALRPT-FILE.

       01  REVALRPT-RECORD       PIC X(300).

       FD  REVALHIST-FILE.

       01  REVALHIST-RECORD      PIC X(200).

       FD  ANOMRPT-FILE.

       01  ANOMRPT-RECORD        PIC X(400).

       FD  EXTCTL-FILE.

       01  EXTCTL-RECORD         PIC X(200).

       FD  EXTRACT-FILE.

       01  EXTRACT-RECORD        PIC X(1500).

       FD  PURGELOG-FILE.

       01  PURGELOG-RECORD       PIC X(200).

       FD  JOBCTL-FILE.

       01  JOBCTL-RECORD         PIC X(600).

       FD  JOBSTAT-FILE.

       01  JOBSTAT-RECORD        PIC X(200).

       FD  JOBLOG-FILE.

       01  JOBLOG-RECORD         PIC X(800).

       FD  VERIFYRPT-FILE.

       01  VERIFYRPT-RECORD      PIC X(400).

       FD  OLDSTORE-FILE.

       01  OLDSTORE-RECORD.
           05  OS-KEY.
               10  OS-ACCOUNT    PIC X(64).
               10  OS-DATE       PIC X(10).
               10  OS-SEQ        PIC 9(9).
           05  OS-DESC           PIC X(200).
           05  OS-AMOUNT         PIC S9(14)V99 SIGN LEADING SEPARATE.
           05  OS-ORIG-AMOUNT    PIC S9(14)V99 SIGN LEADING SEPARATE.
           05  OS-CATEGORY       PIC X(128).
           05  OS-CURRENCY       PIC X(3).
           05  OS-PAYEE          PIC X(64).
           05  OS-DEPT           PIC X(8).

       FD  TXSTORE-FILE.

       01  TXSTORE-RECORD.
           05  TS-CURRENCY       PIC X(3).
           05  TS-PAYEE          PIC X(64).
           05  TS-DEPT           PIC X(8).
           05  TS-GLCODE         PIC X(12).
           05  TS-CAT-SOURCE     PIC X.
           05  TS-TAXCODE        PIC X(8).
           05  TS-TAX-AMOUNT     PIC S9(14)V99 SIGN LEADING SEPARATE.
           05  TS-UPDATED        PIC X(16).
           05  TS-RECLASS-CAT    PIC X(128).
           05  TS-RECLASS-GL     PIC X(12).
           05  TS-LEG-COUNT      PIC 99.
           05  TS-LEG OCCURS 20 TIMES.
               10  TS-LEG-GL     PIC X(12).
               10  TS-LEG-AMT    PIC S9(14)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

           05  WS-CATMASTER OCCURS 2000 TIMES INDEXED BY GX GY.
               10  WS-CM-NAME     PIC X(128).
               10  WS-CM-GLCODE   PIC X(12).
               10  WS-CM-TAXCODE  PIC X(8).
       01  WS-CATMASTER-COUNT    PIC 9(4) VALUE 0.
       01  WS-GL-LOOKUP-NAME     PIC X(128).
       01  WS-GL-CODE-OUT        PIC X(12).
       01  WS-GL-MAPPED          PIC X VALUE "N".
       01  WS-CAT-TAXCODE-OUT    PIC X(8).
       01  WS-UNMAPPED-COUNT     PIC 9(9) VALUE 0.

       01  WS-CATRULES-PATH      PIC X(512).
               10  WS-JR-PERIOD   PIC X(7).
               10  WS-JR-GLCODE   PIC X(12).
               10  WS-JR-DEPT     PIC X(8).
               10  WS-JR-SOURCE   PIC X.
               10  WS-JR-INCOME   PIC S9(14)V99.
               10  WS-JR-EXPENSE  PIC S9(14)V99.
       01  WS-JRNL-COUNT         PIC 9(4) VALUE 0.
       01  WS-JR-TMP-PERIOD      PIC X(7).
       01  WS-JR-TMP-GLCODE      PIC X(12).
       01  WS-JR-TMP-DEPT        PIC X(8).
       01  WS-JR-TMP-SOURCE      PIC X.
       01  WS-JR-TMP-INC         PIC S9(14)V99.
       01  WS-JR-TMP-EXP         PIC S9(14)V99.
       01  WS-JRNL-PREV-PERIOD   PIC X(7).
       01  WS-JRNL-PREV-SOURCE   PIC X.
       01  WS-JRNL-PER-INC       PIC S9(14)V99.
       01  WS-JRNL-PER-EXP       PIC S9(14)V99.
       01  WS-JRNL-PER-NET       PIC S9(14)V99.
           05  WS-JD-DRCR        PIC X.
           05  WS-JD-AMOUNT      PIC 9(13)V99.
           05  WS-JD-DEPT        PIC X(8) VALUE SPACES.
           05  WS-JD-SOURCE      PIC X VALUE SPACE.
           05  FILLER            PIC X(35) VALUE SPACES.
       01  WS-JRNL-TRAILER.
           05  WS-JT-TYPE        PIC X VALUE "T".
           05  WS-JT-COUNT       PIC 9(9).
       01  WS-AMT-S              PIC X(40).
       01  WS-CAT-S              PIC X(128).
       01  WS-CUR-S              PIC X(10).
       01  WS-TAX-S              PIC X(20).
       01  WS-TX-CURRENCY        PIC X(3).
       01  WS-RAW                PIC S9(14)V99.
       01  WS-NET                PIC S9(14)V99.
       01  WS-SPLIT-TAG          PIC X(10).
       01  WS-SPLIT-CAT-S        PIC X(128).
       01  WS-SPLIT-AMT-S        PIC X(40).
       01  WS-SPLIT-TAX-S        PIC X(20).
       01  WS-SPLIT-TABLE.
           05  WS-SPL OCCURS 20 TIMES INDEXED BY SPX.
               10  WS-SPL-CAT     PIC X(128).
               10  WS-SPL-AMT     PIC S9(14)V99.
               10  WS-SPL-TAXCODE PIC X(20).
               10  WS-SPL-TAXHIT  PIC 9(4).
               10  WS-SPL-GL      PIC X(12).
               10  WS-SPL-NET     PIC S9(14)V99.
       01  WS-SPLIT-COUNT        PIC 9(2) VALUE 0.
       01  WS-SPLIT-SUM          PIC S9(14)V99 VALUE 0.
       01  WS-SPLIT-BAD          PIC X VALUE "N".
           05  WS-JI-DRCR        PIC X.
           05  WS-JI-AMOUNT      PIC 9(13)V99.
           05  WS-JI-DEPT        PIC X(8).
           05  WS-JI-SOURCE      PIC X.
           05  FILLER            PIC X(35).
       01  WS-JRNL-TRL-IN.
           05  WS-JT-I-TYPE      PIC X.
           05  WS-JT-I-COUNT     PIC 9(9).
               10  WS-JA-GLCODE   PIC X(12).
               10  WS-JA-DRCR     PIC X.
               10  WS-JA-DEPT     PIC X(8).
               10  WS-JA-SOURCE   PIC X.
               10  WS-JA-AMOUNT   PIC 9(13)V99.
               10  WS-JA-STATUS   PIC X.
               10  WS-JA-REASON   PIC X(30).
       01  WS-PURGE-NET          PIC S9(14)V99 VALUE 0.
       01  WS-PURGE-ABORT        PIC X VALUE "N".
       01  WS-PURGE-ORIG-S       PIC X(40).
       01  WS-PURGE-TAX-S        PIC X(40).
       01  WS-PACCT-TABLE.
           05  WS-PA OCCURS 500 TIMES INDEXED BY PAX.
               10  WS-PA-NAME     PIC X(64).
       01  WS-FO-NET             PIC S9(14)V99.
       01  WS-FO-I               PIC 9(3).

       01  WS-RECATRPT-PATH      PIC X(512).
       01  WS-RECATRPT-STATUS    PIC XX.
       01  WS-RECAT-FROM         PIC X(10).
       01  WS-RECAT-TO           PIC X(10).
       01  WS-RECAT-ACCOUNT      PIC X(64).
       01  WS-RECAT-SCANNED      PIC 9(9) VALUE 0.
       01  WS-RECAT-MOVED        PIC 9(9) VALUE 0.
       01  WS-RECAT-REWRITTEN    PIC 9(9) VALUE 0.
       01  WS-RECAT-HELD         PIC 9(9) VALUE 0.
       01  WS-RECAT-SKIPPED      PIC 9(9) VALUE 0.
       01  WS-RECAT-FAILED       PIC 9(9) VALUE 0.
       01  WS-RECAT-OLD-CAT      PIC X(128).
       01  WS-RECAT-OLD-GL       PIC X(12).
       01  WS-RECAT-NEW-GL       PIC X(12).
       01  WS-RECAT-OLD-PERIOD   PIC X(7).
       01  WS-RECAT-STATE        PIC X(13).
       01  WS-RECAT-SPLIT        PIC 9(9) VALUE 0.
       01  WS-RECAT-YEAR-SHUT    PIC 9(9) VALUE 0.
       01  WS-RECAT-SKIP-REASON  PIC X(30).
       01  WS-RECAT-ROW-PERIOD   PIC X(7).
       01  WS-RECAT-YEAR-CLOSED  PIC X VALUE "N".
       01  WS-RECAT-YEAR-LEN     PIC 9(4).
       01  WS-RECAT-AMT          PIC S9(14)V99.
       01  WS-RECAT-BASE         PIC S9(14)V99.
       01  WS-RECAT-DR           PIC S9(14)V99.
       01  WS-RECAT-CR           PIC S9(14)V99.
       01  WS-RECAT-SEQ-S        PIC X(10).

       01  WS-REVALRPT-PATH      PIC X(512).
       01  WS-REVALRPT-STATUS    PIC XX.
       01  WS-REVALHIST-PATH     PIC X(512).
       01  WS-REVALHIST-STATUS   PIC XX.
       01  WS-REVALHIST-LINE     PIC X(200).
       01  WS-REVAL-PERIOD-ARG   PIC X(20).
       01  WS-REVAL-PERIOD       PIC X(7).
       01  WS-REVAL-END          PIC X(10).
       01  WS-REVAL-ACCOUNT      PIC X(64).
       01  WS-REVAL-GAIN-GL      PIC X(12) VALUE "999995".
       01  WS-REVAL-LOSS-GL      PIC X(12) VALUE "999994".
       01  WS-REVAL-TABLE.
           05  WS-RV OCCURS 500 TIMES INDEXED BY RVX.
               10  WS-RV-ACCOUNT  PIC X(64).
               10  WS-RV-CURRENCY PIC X(3).
               10  WS-RV-ROWS     PIC 9(9).
               10  WS-RV-ORIG     PIC S9(14)V99.
               10  WS-RV-BASE     PIC S9(14)V99.
               10  WS-RV-PRIOR    PIC S9(14)V99.
               10  WS-RV-OLD-RATE PIC S9(7)V9(6).
               10  WS-RV-NEW-RATE PIC 9(7)V9(6).
               10  WS-RV-CARRIED  PIC S9(14)V99.
               10  WS-RV-REVALUED PIC S9(14)V99.
               10  WS-RV-GAINLOSS PIC S9(14)V99.
       01  WS-REVAL-COUNT        PIC 9(4) VALUE 0.
       01  WS-REVAL-DROPPED      PIC 9(9) VALUE 0.
       01  WS-REVAL-SCANNED      PIC 9(9) VALUE 0.
       01  WS-REVAL-NORATE       PIC 9(4) VALUE 0.
       01  WS-REVAL-POSTED       PIC X.
       01  WS-REVAL-HIST-FAILED  PIC X VALUE "N".
       01  WS-REVAL-LATER        PIC X(7).
       01  WS-REVAL-TOT-GAIN     PIC S9(14)V99.
       01  WS-REVAL-TOT-LOSS     PIC S9(14)V99.
       01  WS-REVAL-NET          PIC S9(14)V99.
       01  WS-RV-LOOKUP-ACCOUNT  PIC X(64).
       01  WS-RV-LOOKUP-CUR      PIC X(3).
       01  WS-RV-HIT             PIC 9(4).
       01  WS-RH-PERIOD-S        PIC X(20).
       01  WS-RH-ACCOUNT-S       PIC X(64).
       01  WS-RH-CUR-S           PIC X(10).
       01  WS-RH-ORIG-S          PIC X(20).
       01  WS-RH-RATE-S          PIC X(20).
       01  WS-RH-REVAL-S         PIC X(20).
       01  WS-RH-GAINLOSS-S      PIC X(20).
       01  WS-RH-GAINLOSS        PIC S9(14)V99.
       01  WS-RATE-BUF           PIC -(6)9.9(6).
       01  WS-RVR-ORIG-S         PIC X(24).
       01  WS-RVR-OLD-S          PIC X(24).
       01  WS-RVR-NEW-S          PIC X(24).
       01  WS-RVR-CARRIED-S      PIC X(24).
       01  WS-RVR-REVALUED-S     PIC X(24).
       01  WS-RVR-GAINLOSS-S     PIC X(24).

       01  WS-YE-YEAR-ARG        PIC X(20).
       01  WS-YE-YEAR            PIC X(7).
       01  WS-YE-YEAR-LEN        PIC 9(4).
       01  WS-YE-START           PIC X(10).
       01  WS-YE-END             PIC X(10).
       01  WS-YE-NEXT-DATE       PIC X(10).
       01  WS-YE-POST-PERIOD     PIC X(7).
       01  WS-YE-MM              PIC 99.
       01  WS-YE-PERIODS         PIC 9(4) VALUE 0.
       01  WS-YE-OPEN-PERIODS    PIC 9(4) VALUE 0.
       01  WS-YE-RE-GL           PIC X(12) VALUE "999993".
       01  WS-YE-GL              PIC X(12).
       01  WS-YE-BASE            PIC S9(14)V99.
       01  WS-YE-LX              PIC 99.
       01  WS-YE-ROWS            PIC 9(9) VALUE 0.
       01  WS-YE-ENTRIES         PIC 9(9) VALUE 0.
       01  WS-YE-SKIPPED         PIC 9(9) VALUE 0.
       01  WS-YE-INVALID         PIC 9(9) VALUE 0.
       01  WS-YE-NET             PIC S9(14)V99.
       01  WS-YE-CLOSING         PIC S9(14)V99.
       01  WS-YE-ACCT-TABLE.
           05  WS-YE-ACCT OCCURS 500 TIMES.
               10  WS-YE-ACCT-NET  PIC S9(14)V99.
               10  WS-YE-ACCT-ROWS PIC 9(9).
       01  WS-YE-ACCT-HIT        PIC 9(4).
       01  WS-YE-DRCR            PIC X.
       01  WS-YE-AMT-S           PIC X(24).
       01  WS-BAL-ASOF-ARG       PIC X(20).
       01  WS-BAL-ASOF           PIC X(10).
       01  WS-BAL-PRIOR-DATE     PIC X(10).
       01  WS-BAL-ASOF-INT       PIC S9(9).
       01  WS-BAL-STALE-ARG      PIC X(20).
       01  WS-BAL-STALE-DAYS     PIC 9(5) VALUE 7.
       01  WS-BAL-TABLE.
           05  WS-BL OCCURS 500 TIMES.
               10  WS-BL-BAL      PIC S9(14)V99.
               10  WS-BL-PRIOR    PIC S9(14)V99.
               10  WS-BL-LAST     PIC X(10).
               10  WS-BL-DAYS     PIC 9(6).
               10  WS-BL-STALE    PIC X.
       01  WS-BAL-HIT            PIC 9(4).
       01  WS-BAL-TYPE           PIC X(10).
       01  WS-BAL-IN-GROUP       PIC X.
       01  WS-BAL-GROUP-COUNT    PIC 9(4).
       01  WS-BAL-SIGN           PIC S9 VALUE 1.
       01  WS-BAL-SHOWN          PIC S9(14)V99.
       01  WS-BAL-SHOWN-PRIOR    PIC S9(14)V99.
       01  WS-BAL-SUB            PIC S9(14)V99.
       01  WS-BAL-SUB-PRIOR      PIC S9(14)V99.
       01  WS-BAL-CASH           PIC S9(14)V99.
       01  WS-BAL-CASH-PRIOR     PIC S9(14)V99.
       01  WS-BAL-CARD           PIC S9(14)V99.
       01  WS-BAL-CARD-PRIOR     PIC S9(14)V99.
       01  WS-BAL-NET            PIC S9(14)V99.
       01  WS-BAL-NET-PRIOR      PIC S9(14)V99.
       01  WS-BAL-ACCOUNTS       PIC 9(4) VALUE 0.
       01  WS-BAL-STALE-COUNT    PIC 9(4) VALUE 0.
       01  WS-BAL-UNMATCHED      PIC 9(9) VALUE 0.
       01  WS-BAL-FIRST-GROUP    PIC X.
       01  WS-PRL-BAL.
           05  WS-PRL-BAL-NAME   PIC X(30).
           05  WS-PRL-BAL-NUMBER PIC X(16).
           05  WS-PRL-BAL-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PRL-BAL-PRIOR  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PRL-BAL-CHG    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2).
           05  WS-PRL-BAL-LAST   PIC X(11).
           05  WS-PRL-BAL-DAYS   PIC Z(5)9.
           05  FILLER            PIC X(2).
           05  WS-PRL-BAL-FLAG   PIC X(11).
       01  WS-PRL-BAL-HEADING.
           05  FILLER            PIC X(30) VALUE "ACCOUNT".
           05  FILLER            PIC X(16) VALUE "NUMBER".
           05  FILLER            PIC X(18) VALUE
               "           BALANCE".
           05  FILLER            PIC X(18) VALUE
               "       PRIOR MONTH".
           05  FILLER            PIC X(18) VALUE
               "            CHANGE".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE "LAST ACTIVE".
           05  FILLER            PIC X(6) VALUE "  DAYS".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE "FLAG".
       01  WS-ANOMRPT-PATH       PIC X(512).
       01  WS-ANOMRPT-STATUS     PIC XX.
       01  WS-AN-FROM            PIC X(10).
       01  WS-AN-TO              PIC X(10).
       01  WS-AN-BASE-START      PIC X(10).
       01  WS-AN-BASE-END        PIC X(10).
       01  WS-AN-FROM-INT        PIC S9(9).
       01  WS-AN-WINDOW-ARG      PIC X(20).
       01  WS-AN-WINDOW-DAYS     PIC 9(5) VALUE 365.
       01  WS-AN-THRESH-ARG      PIC X(20).
       01  WS-AN-THRESHOLD       PIC 9(3)V99 VALUE 3.
       01  WS-AN-MIN-HISTORY     PIC 9(3) VALUE 3.
       01  WS-AN-MIN-ACCT-ROWS   PIC 9(3) VALUE 10.
       01  WS-AN-PAYEE-COUNT     PIC 9(5) VALUE 0.
       01  WS-AN-PAYEE-FULL      PIC X VALUE "N".
       01  WS-AN-PAYEES-BASE     PIC 9(5) VALUE 0.
       01  WS-AN-PAYEE-TABLE.
           05  WS-AN-PY OCCURS 3000 TIMES.
               10  WS-AN-PY-NAME      PIC X(64).
               10  WS-AN-PY-N         PIC 9(7).
               10  WS-AN-PY-SUM       PIC S9(14)V99.
               10  WS-AN-PY-SUMSQ     PIC S9(16)V99.
               10  WS-AN-PY-DAYSUM    PIC 9(9).
               10  WS-AN-PY-MONTHS    PIC 9(5).
               10  WS-AN-PY-LASTMON   PIC X(7).
               10  WS-AN-PY-MONCNT    PIC 9(5).
               10  WS-AN-PY-MULTI     PIC X.
               10  WS-AN-PY-RLASTMON  PIC X(7).
               10  WS-AN-PY-RCNT      PIC 9(5).
       01  WS-AN-CAT-COUNT       PIC 9(5) VALUE 0.
       01  WS-AN-CAT-TABLE.
           05  WS-AN-CT OCCURS 1000 TIMES.
               10  WS-AN-CT-NAME      PIC X(128).
               10  WS-AN-CT-N         PIC 9(7).
               10  WS-AN-CT-SUM       PIC S9(14)V99.
               10  WS-AN-CT-SUMSQ     PIC S9(16)V99.
       01  WS-AN-ACCT-COUNT      PIC 9(5) VALUE 0.
       01  WS-AN-ACCT-TABLE.
           05  WS-AN-AC OCCURS 500 TIMES.
               10  WS-AN-AC-NAME      PIC X(64).
               10  WS-AN-AC-N         PIC 9(7).
               10  WS-AN-AC-WKEND     PIC 9(7).
               10  WS-AN-AC-MEND      PIC 9(7).
               10  WS-AN-AC-WKEND-R   PIC 9(7).
               10  WS-AN-AC-MEND-R    PIC 9(7).
       01  WS-AN-EXC-COUNT       PIC 9(5) VALUE 0.
       01  WS-AN-EXC-DROPPED     PIC 9(7) VALUE 0.
       01  WS-AN-EXC-TABLE.
           05  WS-AN-EX OCCURS 2000 TIMES.
               10  WS-AN-EX-ACCOUNT   PIC X(64).
               10  WS-AN-EX-DATE      PIC X(10).
               10  WS-AN-EX-PAYEE     PIC X(64).
               10  WS-AN-EX-CAT       PIC X(128).
               10  WS-AN-EX-AMOUNT    PIC S9(14)V99.
               10  WS-AN-EX-REASON    PIC X(12).
               10  WS-AN-EX-SEV       PIC X(6).
               10  WS-AN-EX-RANK      PIC 9.
               10  WS-AN-EX-SCORE     PIC 9(5)V99.
               10  WS-AN-EX-BASELINE  PIC X(100).
               10  WS-AN-EX-DONE      PIC X.
       01  WS-AN-PX              PIC 9(5).
       01  WS-AN-CX              PIC 9(5).
       01  WS-AN-ACX             PIC 9(5).
       01  WS-AN-EX-HIT          PIC 9(5).
       01  WS-AN-EX-BEST         PIC 9(5).
       01  WS-AN-EX-NUM          PIC 9(5).
       01  WS-AN-PAYEE           PIC X(64).
       01  WS-AN-MONTH           PIC X(7).
       01  WS-AN-DAY             PIC 9(2).
       01  WS-AN-DOW             PIC 9.
       01  WS-AN-WEEKEND         PIC X.
       01  WS-AN-MONTHEND        PIC X.
       01  WS-AN-N               PIC 9(7).
       01  WS-AN-SUM             PIC S9(14)V99.
       01  WS-AN-SUMSQ           PIC S9(16)V99.
       01  WS-AN-MEAN            PIC S9(14)V99.
       01  WS-AN-VAR             PIC S9(16)V99.
       01  WS-AN-SPREAD          PIC S9(14)V99.
       01  WS-AN-FLOOR           PIC S9(14)V99.
       01  WS-AN-DEV             PIC S9(14)V99.
       01  WS-AN-Z               PIC 9(5)V99.
       01  WS-AN-ABS-AMT         PIC S9(14)V99.
       01  WS-AN-BEST-ABS        PIC S9(14)V99.
       01  WS-AN-BASE-ROWS       PIC 9(9) VALUE 0.
       01  WS-AN-SCORED          PIC 9(9) VALUE 0.
       01  WS-AN-HIGH-COUNT      PIC 9(7) VALUE 0.
       01  WS-AN-REASON          PIC X(12).
       01  WS-AN-SEV             PIC X(6).
       01  WS-AN-RANK            PIC 9.
       01  WS-AN-BASELINE        PIC X(100).
       01  WS-AN-MEAN-S          PIC X(24).
       01  WS-AN-SPREAD-S        PIC X(24).
       01  WS-AN-Z-BUF           PIC Z(4)9.99.
       01  WS-AN-DATE-ARG        PIC X(20).
       01  WS-AN-I               PIC 9(5).
       01  WS-AN-ACCT-FULL       PIC X VALUE "N".
       01  WS-AN-CAT-FULL        PIC X VALUE "N".
       01  WS-PURGELOG-PATH      PIC X(512).
       01  WS-PURGELOG-STATUS    PIC XX.
       01  WS-PURGELOG-OPEN      PIC X VALUE "N".
       01  WS-STORE-STAMP        PIC X(21).
       01  WS-LEG-TEXT           PIC X(640).
       01  WS-LEG-PTR            PIC 9(4).
       01  WS-LEG-AMT-S          PIC X(40).
       01  WS-LEG-X              PIC 99.
       01  WS-EXTCTL-PATH        PIC X(512).
       01  WS-EXTCTL-STATUS      PIC XX.
       01  WS-EXTCTL-LINE        PIC X(200).
       01  WS-EXTRACT-PATH       PIC X(512).
       01  WS-EXTRACT-STATUS     PIC XX.
       01  WS-XT-ABORT           PIC X VALUE "N".
       01  WS-XT-LAST-SEQ        PIC 9(6) VALUE 0.
       01  WS-XT-SEQ             PIC 9(6).
       01  WS-XT-FROM-TS         PIC X(16).
       01  WS-XT-TO-TS           PIC X(16).
       01  WS-XT-F1              PIC X(64).
       01  WS-XT-F2              PIC X(64).
       01  WS-XT-F3              PIC X(64).
       01  WS-XT-F4              PIC X(64).
       01  WS-XT-DETAILS         PIC 9(9) VALUE 0.
       01  WS-XT-DELETES         PIC 9(9) VALUE 0.
       01  WS-XT-NET             PIC S9(14)V99 VALUE 0.
       01  WS-XT-HASH            PIC S9(14)V99 VALUE 0.
       01  WS-XT-RECORDS         PIC 9(9).
       01  WS-XT-DX              PIC 9(4).
       01  WS-XT-HEADER.
           05  FILLER            PIC X(2) VALUE "H|".
           05  WS-XT-H-SEQ       PIC 9(6).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-H-FROM      PIC X(16).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-H-TO        PIC X(16).
       01  WS-XT-DETAIL.
           05  FILLER            PIC X(2) VALUE "D|".
           05  WS-XT-D-ACCOUNT   PIC X(64).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-DATE      PIC X(10).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-SEQ       PIC 9(9).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-DESC      PIC X(200).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-AMOUNT    PIC -(14)9.99.
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-ORIG      PIC -(14)9.99.
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-CATEGORY  PIC X(128).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-CURRENCY  PIC X(3).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-PAYEE     PIC X(64).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-DEPT      PIC X(8).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-GLCODE    PIC X(12).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-SOURCE    PIC X.
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-TAXCODE   PIC X(8).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-TAXAMT    PIC -(14)9.99.
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-UPDATED   PIC X(16).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-MASTER-GL PIC X(12).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-DEPT-NAME PIC X(40).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-RECLASS-CAT PIC X(128).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-RECLASS-GL PIC X(12).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-D-SPLIT-LEGS PIC X(640).
           05  FILLER            PIC X VALUE "|".
       01  WS-XT-DELETE.
           05  FILLER            PIC X(2) VALUE "X|".
           05  WS-XT-X-ACCOUNT   PIC X(64).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-X-DATE      PIC X(10).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-X-SEQ       PIC 9(9).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-X-PURGED    PIC X(16).
           05  FILLER            PIC X VALUE "|".
       01  WS-XT-TRAILER.
           05  FILLER            PIC X(2) VALUE "T|".
           05  WS-XT-T-COUNT     PIC 9(9).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-T-DELETES   PIC 9(9).
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-T-NET       PIC -(14)9.99.
           05  FILLER            PIC X VALUE "|".
           05  WS-XT-T-HASH      PIC -(14)9.99.
       01  WS-JOBCTL-PATH        PIC X(512).
       01  WS-JOBCTL-STATUS      PIC XX.
       01  WS-JOBCTL-LINE        PIC X(600).
       01  WS-JOBCTL-LINE-NUM    PIC 9(6) VALUE 0.
       01  WS-JOBSTAT-PATH       PIC X(512).
       01  WS-JOBSTAT-STATUS     PIC XX.
       01  WS-JOBSTAT-LINE       PIC X(200).
       01  WS-JOBLOG-PATH        PIC X(512).
       01  WS-JOBLOG-STATUS      PIC XX.
       01  WS-JS-RESTART-ARG     PIC X(16).
       01  WS-JS-NAME            PIC X(16) VALUE "JOBSTREAM".
       01  WS-JS-PROGRAM         PIC X(256) VALUE "reportgen.exe".
       01  WS-JS-ERRORS          PIC 9(4) VALUE 0.
       01  WS-JS-MSG             PIC X(160).
       01  WS-JS-STEP-COUNT      PIC 9(4) VALUE 0.
       01  WS-JS-STEP-TABLE.
           05  WS-JS-STEP OCCURS 30 TIMES.
               10  WS-JS-S-NAME   PIC X(16).
               10  WS-JS-S-MODE   PIC X(10).
               10  WS-JS-S-MAXRC  PIC 9(3).
               10  WS-JS-S-DEPS   PIC 9.
               10  WS-JS-S-DEP OCCURS 5 TIMES.
                   15  WS-JS-S-DEP-STEP  PIC 9(4).
                   15  WS-JS-S-DEP-MAXRC PIC 9(3).
               10  WS-JS-S-STATE  PIC X(10).
               10  WS-JS-S-RC     PIC 9(3).
               10  WS-JS-S-START  PIC X(19).
               10  WS-JS-S-END    PIC X(19).
               10  WS-JS-S-NOTE   PIC X(80).
       01  WS-JS-KW-COUNT        PIC 9(4) VALUE 0.
       01  WS-JS-KW-TABLE.
           05  WS-JS-KW OCCURS 600 TIMES.
               10  WS-JS-KW-STEP  PIC 9(4).
               10  WS-JS-KW-KEY   PIC X(24).
               10  WS-JS-KW-VALUE PIC X(256).
               10  WS-JS-KW-LINE  PIC 9(6).
       01  WS-JS-KEY             PIC X(24).
       01  WS-JS-VALUE           PIC X(256).
       01  WS-JS-EQ              PIC 9(4).
       01  WS-JS-KEYLIST         PIC X(600).
       01  WS-JS-MUST            PIC 99.
       01  WS-JS-MINARGS         PIC 99.
       01  WS-JS-WORD            PIC X(24).
       01  WS-JS-WORD-NUM        PIC 99.
       01  WS-JS-PTR             PIC 9(4).
       01  WS-JS-POS             PIC 99.
       01  WS-JS-ARG-TABLE.
           05  WS-JS-ARG-ENTRY OCCURS 40 TIMES.
               10  WS-JS-ARG      PIC X(256).
               10  WS-JS-ARG-SET  PIC X.
       01  WS-JS-ARG-HIGH        PIC 99.
       01  WS-JS-CMD             PIC X(8192).
       01  WS-JS-CMD-PTR         PIC 9(5).
       01  WS-JS-CMD-OVERFLOW    PIC X VALUE "N".
       01  WS-JS-BAD-CHARS       PIC 9(4).
       01  WS-JS-SX              PIC 9(4).
       01  WS-JS-TX              PIC 9(4).
       01  WS-JS-KX              PIC 9(4).
       01  WS-JS-DX              PIC 9(4).
       01  WS-JS-AX              PIC 9(4).
       01  WS-JS-USED            PIC X.
       01  WS-JS-DEP-NAME        PIC X(24).
       01  WS-JS-DEP-RC-S        PIC X(16).
       01  WS-JS-RC              PIC S9(9).
       01  WS-JS-RC-BUF          PIC ZZ9.
       01  WS-JS-RC2-BUF         PIC ZZ9.
       01  WS-JS-RC-S            PIC X(3).
       01  WS-JS-FIRST-STEP      PIC 9(4) VALUE 1.
       01  WS-JS-HIGH-RC         PIC 9(3) VALUE 0.
       01  WS-JS-STOPPED         PIC X VALUE "N".
       01  WS-JS-STAT-FAIL       PIC X VALUE "N".
       01  WS-JS-STOP-STEP       PIC X(16) VALUE SPACES.
       01  WS-JS-MISMATCH        PIC X.
       01  WS-JS-STAT-LINES      PIC 9(4).
       01  WS-JS-INCOMPLETE      PIC X(16).
       01  WS-JS-RAN             PIC 9(4) VALUE 0.
       01  WS-JS-COMPLETED       PIC 9(4) VALUE 0.
       01  WS-JS-BYPASSED        PIC 9(4) VALUE 0.
       01  WS-JS-FAILED          PIC 9(4) VALUE 0.
       01  WS-JS-NOT-RUN         PIC 9(4) VALUE 0.
       01  WS-JS-OUTCOME         PIC X(16).
       01  WS-VERIFYRPT-PATH     PIC X(512).
       01  WS-VERIFYRPT-STATUS   PIC XX.
       01  WS-VF-CHECK-TABLE.
           05  WS-VF-CK OCCURS 7 TIMES.
               10  WS-VF-CK-NAME  PIC X(8).
               10  WS-VF-CK-COUNT PIC 9(7).
       01  WS-VF-CKX             PIC 9.
       01  WS-VF-EXC-COUNT       PIC 9(5) VALUE 0.
       01  WS-VF-EXC-DROPPED     PIC 9(7) VALUE 0.
       01  WS-VF-EXC-TOTAL       PIC 9(7) VALUE 0.
       01  WS-VF-EXC-TABLE.
           05  WS-VF-EX OCCURS 2000 TIMES.
               10  WS-VF-EX-CHECK   PIC X(8).
               10  WS-VF-EX-ACCOUNT PIC X(64).
               10  WS-VF-EX-DATE    PIC X(10).
               10  WS-VF-EX-SEQ     PIC 9(9).
               10  WS-VF-EX-VALUE   PIC X(64).
               10  WS-VF-EX-DETAIL  PIC X(120).
       01  WS-VF-E-CHECK         PIC X(8).
       01  WS-VF-E-ACCOUNT       PIC X(64).
       01  WS-VF-E-DATE          PIC X(10).
       01  WS-VF-E-SEQ           PIC 9(9).
       01  WS-VF-E-VALUE         PIC X(64).
       01  WS-VF-E-DETAIL        PIC X(120).
       01  WS-VF-EX-X            PIC 9(5).
       01  WS-VF-AP-COUNT        PIC 9(5) VALUE 0.
       01  WS-VF-AP-FULL         PIC X VALUE "N".
       01  WS-VF-AP-TABLE.
           05  WS-VF-AP OCCURS 5000 TIMES.
               10  WS-VF-AP-ACCOUNT PIC X(64).
               10  WS-VF-AP-PERIOD  PIC X(7).
               10  WS-VF-AP-ROWS    PIC 9(7).
               10  WS-VF-AP-INC     PIC S9(14)V99.
               10  WS-VF-AP-EXP     PIC S9(14)V99.
       01  WS-VF-APX             PIC 9(5).
       01  WS-VF-AP-HIT          PIC 9(5) VALUE 0.
       01  WS-VF-SR-RUN          PIC 9(5) VALUE 0.
       01  WS-VF-SR-COUNT        PIC 9(5) VALUE 0.
       01  WS-VF-SR-FULL         PIC X VALUE "N".
       01  WS-VF-SR-TABLE.
           05  WS-VF-SR OCCURS 5000 TIMES.
               10  WS-VF-SR-ACCOUNT PIC X(64).
               10  WS-VF-SR-PERIOD  PIC X(7).
               10  WS-VF-SR-INC     PIC S9(14)V99.
               10  WS-VF-SR-EXP     PIC S9(14)V99.
       01  WS-VF-SRX             PIC 9(5).
       01  WS-VF-SR-HIT          PIC 9(5) VALUE 0.
       01  WS-VF-AU-COUNT        PIC 9(5) VALUE 0.
       01  WS-VF-AU-TABLE.
           05  WS-VF-AU OCCURS 10000 TIMES.
               10  WS-VF-AU-TS      PIC X(14).
               10  WS-VF-AU-INPUT   PIC X(60).
               10  WS-VF-AU-RESULT  PIC X(10).
               10  WS-VF-AU-USABLE  PIC X.
               10  WS-VF-AU-STORE   PIC X.
               10  WS-VF-AU-N       PIC 9(9).
               10  WS-VF-AU-INC     PIC S9(14)V99.
               10  WS-VF-AU-EXP     PIC S9(14)V99.
               10  WS-VF-AU-ROWS    PIC 9(9).
               10  WS-VF-AU-RINC    PIC S9(14)V99.
               10  WS-VF-AU-REXP    PIC S9(14)V99.
       01  WS-VF-AUX             PIC 9(5).
       01  WS-VF-AU-HIT          PIC 9(5).
       01  WS-VF-AU-LO           PIC 9(5).
       01  WS-VF-AU-HI           PIC 9(5).
       01  WS-VF-AU-MID          PIC 9(5).
       01  WS-VF-AU-LOADED       PIC X VALUE "N".
       01  WS-VF-AU-FLOOR        PIC X(14) VALUE SPACES.
       01  WS-VF-AU-ORDER        PIC X VALUE "Y".
       01  WS-VF-AU-BAD          PIC 9(7) VALUE 0.
       01  WS-VF-AU-LINE         PIC X(1150).
       01  WS-VF-A-TS-S          PIC X(24).
       01  WS-VF-A-TS            PIC X(14).
       01  WS-VF-A-INPUT         PIC X(512).
       01  WS-VF-A-OUTPUT        PIC X(512).
       01  WS-VF-A-COUNT-S       PIC X(24).
       01  WS-VF-A-INC-S         PIC X(24).
       01  WS-VF-A-EXP-S         PIC X(24).
       01  WS-VF-A-RESULT        PIC X(16).
       01  WS-VF-STAMP           PIC X(14).
       01  WS-VF-ROWS            PIC 9(9) VALUE 0.
       01  WS-VF-UNATTRIB        PIC 9(9) VALUE 0.
       01  WS-VF-RUNS-MATCHED    PIC 9(7) VALUE 0.
       01  WS-VF-SNAP-COMPARED   PIC 9(7) VALUE 0.
       01  WS-VF-CUR-ACCT        PIC X(64).
       01  WS-VF-ACCT-STARTED    PIC X VALUE "N".
       01  WS-VF-ACCT-KNOWN      PIC X.
       01  WS-VF-ACCT-ROWS       PIC 9(9).
       01  WS-VF-UNLOG-ROWS      PIC 9(9).
       01  WS-VF-UNLOG-LAST      PIC X(14).
       01  WS-VF-DATE-OK         PIC X.
       01  WS-VF-DEPT            PIC X(8).
       01  WS-VF-DMX             PIC 9(4).
       01  WS-VF-CURRENCY        PIC X(3).
       01  WS-VF-EXPECTED        PIC S9(14)V99.
       01  WS-VF-DIFF            PIC S9(14)V99.
       01  WS-VF-AMT             PIC S9(14)V99.
       01  WS-VF-ABS             PIC S9(14)V99.
       01  WS-VF-INC             PIC S9(14)V99.
       01  WS-VF-EXP             PIC S9(14)V99.
       01  WS-VF-SCOPE           PIC X(64).
       01  WS-VF-RATE-BUF        PIC Z(6)9.9(6).
       01  WS-VF-AMT1-S          PIC X(20).
       01  WS-VF-AMT2-S          PIC X(20).
       01  WS-VF-AMT3-S          PIC X(20).
       01  WS-VF-AMT4-S          PIC X(20).
       01  WS-JS-NOW             PIC X(19).
       01  WS-JS-F1              PIC X(32).
       01  WS-JS-F2              PIC X(32).
       01  WS-JS-F3              PIC X(32).
       01  WS-JS-F4              PIC X(32).
       01  WS-JS-F5              PIC X(32).
       01  WS-JS-F6              PIC X(32).

       01  WS-ACCRUAL-PATH       PIC X(512).
       01  WS-ACCRUAL-STATUS     PIC XX.
       01  WS-ACCRUAL-LINE       PIC X(400).
       01  WS-ACCRUAL-LINE-NUM   PIC 9(9) VALUE 0.
       01  WS-ACCRUAL-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACR-TABLE.
           05  WS-ACR OCCURS 500 TIMES INDEXED BY ACX.
               10  WS-ACR-ACCT    PIC X(64).
               10  WS-ACR-PERIOD  PIC X(12).
               10  WS-ACR-CAT     PIC X(128).
               10  WS-ACR-DEPT    PIC X(40).
               10  WS-ACR-AMT-S   PIC X(40).
               10  WS-ACR-DESC    PIC X(80).
               10  WS-ACR-AUTOREV PIC X.
               10  WS-ACR-LINE    PIC X(400).
               10  WS-ACR-LINE-NUM PIC 9(9).
               10  WS-ACR-APPLIED PIC X.
               10  WS-ACR-STATE   PIC X.
               10  WS-ACR-AMT     PIC S9(14)V99.
               10  WS-ACR-BOOKPER PIC X(7).
               10  WS-ACR-REVPER  PIC X(7).
               10  WS-ACR-DEPTCODE PIC X(8).
       01  WS-ACR-AUTOREV-S      PIC X(10).
       01  WS-ACR-SOURCE         PIC X.
       01  WS-ACR-NEXT-PERIOD    PIC X(7).
       01  WS-ACR-STATE-S        PIC X(11).
       01  WS-ACR-BOOKED-COUNT   PIC 9(9) VALUE 0.
       01  WS-ACR-BOOKED-AMT     PIC S9(14)V99 VALUE 0.
       01  WS-ACR-REVERSED-COUNT PIC 9(9) VALUE 0.
       01  WS-ACR-REVERSED-AMT   PIC S9(14)V99 VALUE 0.
       01  WS-ACR-OPEN-COUNT     PIC 9(9) VALUE 0.
       01  WS-ACR-OPEN-AMT       PIC S9(14)V99 VALUE 0.
       01  WS-ACR-REJECT-COUNT   PIC 9(9) VALUE 0.
       01  WS-ACR-UNAPPLIED      PIC 9(9) VALUE 0.

       01  WS-TAXCODE-PATH       PIC X(512).
       01  WS-TAXCODE-STATUS     PIC XX.
       01  WS-TAXCODE-LINE       PIC X(200).
       01  WS-TAXCODE-COUNT      PIC 9(4) VALUE 0.
       01  WS-TAX-ACTIVE         PIC X VALUE "N".
       01  WS-TAXCODE-TABLE.
           05  WS-TC OCCURS 500 TIMES INDEXED BY TCX.
               10  WS-TC-CODE     PIC X(8).
               10  WS-TC-RATE     PIC 9(3)V9(4).
               10  WS-TC-FROM     PIC X(10).
               10  WS-TC-TO       PIC X(10).
               10  WS-TC-RECOV    PIC X.
       01  WS-TC-CODE-S          PIC X(20).
       01  WS-TC-RATE-S          PIC X(20).
       01  WS-TC-FROM-S          PIC X(20).
       01  WS-TC-TO-S            PIC X(20).
       01  WS-TC-RECOV-S         PIC X(10).
       01  WS-TAXRPT-PATH        PIC X(512).
       01  WS-TAXRPT-STATUS      PIC XX.
       01  WS-TAXRPT-OPEN        PIC X VALUE "N".
       01  WS-TAX-PAYABLE-GL     PIC X(12) VALUE "999997".
       01  WS-TAX-RECOV-GL       PIC X(12) VALUE "999996".
       01  WS-TAX-LOOKUP-CODE    PIC X(20).
       01  WS-TAX-HIT            PIC 9(4) VALUE 0.
       01  WS-TAX-REASON         PIC X(60).
       01  WS-TAX-CODE-KNOWN     PIC X.
       01  WS-TAX-AMT            PIC S9(14)V99.
       01  WS-TAX-ABS            PIC S9(14)V99.
       01  WS-TAX-CARVE          PIC X.
       01  WS-TAX-GL             PIC X(12).
       01  WS-TAX-SAVE-RAW       PIC S9(14)V99.
       01  WS-TAX-SAVE-NET       PIC S9(14)V99.
       01  WS-ROW-TAXCODE        PIC X(8).
       01  WS-ROW-TAX-CARVED     PIC S9(14)V99 VALUE 0.
       01  WS-TXL-TABLE.
           05  WS-TXL OCCURS 1000 TIMES INDEXED BY TLX.
               10  WS-TXL-PERIOD  PIC X(7).
               10  WS-TXL-CODE    PIC X(8).
               10  WS-TXL-ROWS    PIC 9(9).
               10  WS-TXL-OUTPUT  PIC S9(14)V99.
               10  WS-TXL-RECOV   PIC S9(14)V99.
               10  WS-TXL-NONREC  PIC S9(14)V99.
       01  WS-TXL-TMP.
           05  WS-TXL-TMP-PERIOD PIC X(7).
           05  WS-TXL-TMP-CODE   PIC X(8).
           05  WS-TXL-TMP-ROWS   PIC 9(9).
           05  WS-TXL-TMP-OUTPUT PIC S9(14)V99.
           05  WS-TXL-TMP-RECOV  PIC S9(14)V99.
           05  WS-TXL-TMP-NONREC PIC S9(14)V99.
       01  WS-TXL-COUNT          PIC 9(4) VALUE 0.
       01  WS-TXL-HIT            PIC 9(4).
       01  WS-TAX-ROW-COUNT      PIC 9(9) VALUE 0.
       01  WS-TAX-TOT-OUTPUT     PIC S9(14)V99 VALUE 0.
       01  WS-TAX-TOT-RECOV      PIC S9(14)V99 VALUE 0.
       01  WS-TAX-TOT-NONREC     PIC S9(14)V99 VALUE 0.
       01  WS-TAX-TOT-DUE        PIC S9(14)V99 VALUE 0.
       01  WS-TXP-PERIOD         PIC X(7).
       01  WS-TXP-ROWS           PIC 9(9).
       01  WS-TXP-OUTPUT         PIC S9(14)V99.
       01  WS-TXP-RECOV          PIC S9(14)V99.
       01  WS-TXP-NONREC         PIC S9(14)V99.
       01  WS-TXR-PERIOD         PIC X(7).
       01  WS-TXR-CODE           PIC X(8).
       01  WS-TXR-ROWS           PIC 9(9).
       01  WS-TXR-OUTPUT         PIC S9(14)V99.
       01  WS-TXR-RECOV          PIC S9(14)V99.
       01  WS-TXR-NONREC         PIC S9(14)V99.
       01  WS-TXR-DUE            PIC S9(14)V99.
       01  WS-TXR-OUT-S          PIC X(20).
       01  WS-TXR-REC-S          PIC X(20).
       01  WS-TXR-NRC-S          PIC X(20).

       01  WS-TXSTORE-PATH       PIC X(512).
       01  WS-TXSTORE-STATUS     PIC XX.
       01  WS-OLDSTORE-PATH      PIC X(512).
       01  WS-OLDSTORE-STATUS    PIC XX.
       01  WS-CV-READ            PIC 9(9) VALUE 0.
       01  WS-CV-WRITTEN         PIC 9(9) VALUE 0.
       01  WS-CV-SUSPENSE        PIC 9(9) VALUE 0.
       01  WS-CV-FAILED          PIC 9(9) VALUE 0.
       01  WS-TXSTORE-OPEN      PIC X VALUE "N".
       01  WS-QRY-FROM           PIC X(10).
       01  WS-QRY-TO             PIC X(10).
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "RECAT"
               PERFORM 7400-RECAT-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "REVALUE"
               PERFORM 7500-REVALUE-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "YEAREND"
               PERFORM 7600-YEAREND-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "BALANCE"
               PERFORM 7700-BALANCE-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "ANOMALY"
               PERFORM 7800-ANOMALY-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "EXTRACT"
               PERFORM 7900-EXTRACT-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "JOBSTREAM"
               PERFORM 8100-JOBSTREAM-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "VERIFY"
               PERFORM 8200-VERIFY-DRIVER
               GOBACK
           END-IF.

           IF WS-CSV-PATH = "CONVERT"
               PERFORM 8300-CONVERT-DRIVER
               GOBACK
           END-IF.

           ACCEPT WS-JSON-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-REJECT-PATH.
           PERFORM 0171-ACCEPT-XFER-ARGS.
           PERFORM 0174-ACCEPT-PAYEE-ARG.
           PERFORM 0185-ACCEPT-DEPTMASTER-ARG.
           PERFORM 0191-ACCEPT-ACCRUAL-ARG.
           PERFORM 0151-ACCEPT-TAX-ARGS.

           MOVE WS-CSV-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JSON-PATH TO WS-AUDIT-OUTPUT-PATH.
               MOVE "Y" TO WS-ALERTS-OPEN
           END-IF.

           IF WS-TAXRPT-PATH NOT = SPACES
               AND WS-TAXRPT-PATH NOT = "NONE"
               OPEN OUTPUT TAXRPT-FILE
               IF WS-TAXRPT-STATUS NOT = "00"
                   DISPLAY "Cannot open tax liability report: "
                       WS-TAXRPT-PATH " status " WS-TAXRPT-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   GOBACK
               END-IF
               MOVE "Y" TO WS-TAXRPT-OPEN
           END-IF.

           PERFORM 0162-OPEN-TXSTORE.

           PERFORM 0070-LOAD-CATMASTER.
           PERFORM 0152-LOAD-TAXCODES.
           PERFORM 0072-LOAD-CATRULES.
           PERFORM 0087-LOAD-PAYEERULES.
           PERFORM 0091-LOAD-DEPTMASTER.
           PERFORM 0071-LOAD-FISCAL.
           PERFORM 0094-LOAD-LIMITS.
           PERFORM 0167-LOAD-PERSTAT.
           PERFORM 0192-LOAD-ACCRUALS.
           PERFORM 0082-LOAD-SNAPSHOT.
           PERFORM 0090-LOAD-CHECKPOINT.


           CLOSE CSV-FILE.

           PERFORM 0194-APPLY-ACCRUALS.

           IF WS-REJECT-OPEN = "Y"
               CLOSE REJECT-FILE
           END-IF.
               PERFORM 2060-WRITE-JOURNAL
           END-IF.

           IF WS-TAXRPT-OPEN = "Y"
               PERFORM 0160-WRITE-TAX-REPORT
               CLOSE TAXRPT-FILE
               MOVE "N" TO WS-TAXRPT-OPEN
           END-IF.

           IF WS-STMT-PATH NOT = SPACES
               AND WS-STMT-PATH NOT = "NONE"
               PERFORM 2080-OPEN-STATEMENT
               ACCEPT WS-ALERTS-PATH FROM ARGUMENT-VALUE
           END-IF.

       0151-ACCEPT-TAX-ARGS.

      *    THE 32ND THROUGH 35TH ARGUMENTS (BOTH MODES) NAME THE
      *    TAX-CODE MASTER AND THE TAX LIABILITY REPORT AND OVERRIDE
      *    THE DEFAULT TAX-PAYABLE AND TAX-RECOVERABLE GL CODES. PASS
      *    NONE TO KEEP A DEFAULT.

           MOVE SPACES TO WS-TAXCODE-PATH.
           IF WS-ARG-COUNT >= 32
               ACCEPT WS-TAXCODE-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-TAXRPT-PATH.
           IF WS-ARG-COUNT >= 33
               ACCEPT WS-TAXRPT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 34
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-TAX-PAYABLE-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 35
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-TAX-RECOV-GL
               END-IF
           END-IF.

       0152-LOAD-TAXCODES.

      *    OPTIONAL TAX-CODE MASTER. ONE LINE PER CODE PER RATE
      *    CHANGE, FORMAT CODE,RATE,EFFECTIVE-FROM,EFFECTIVE-TO,
      *    RECOVERABLE (RATE A PERCENTAGE; A BLANK FROM OR TO DATE
      *    LEAVES THAT END OPEN; RECOVERABLE Y OR N). TAX HANDLING IS
      *    OFF ENTIRELY - EVERY ROW UNTAXED, WHATEVER CODES THE
      *    CATEGORY MASTER OR THE CSV NAME - UNLESS AT LEAST ONE CODE
      *    LOADS.

           MOVE "N" TO WS-TAX-ACTIVE.

           IF WS-TAXCODE-PATH = SPACES
               OR WS-TAXCODE-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TAXCODE-FILE.
           IF WS-TAXCODE-STATUS NOT = "00"
               DISPLAY "Cannot open tax-code master: "
                   WS-TAXCODE-PATH " status " WS-TAXCODE-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-TAXCODE-STATUS NOT = "00"
               READ TAXCODE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0153-ADD-TAXCODE-ENTRY
               END-READ
           END-PERFORM.

           CLOSE TAXCODE-FILE.

           IF WS-TAXCODE-COUNT > 0
               MOVE "Y" TO WS-TAX-ACTIVE
           END-IF.

       0153-ADD-TAXCODE-ENTRY.

           MOVE TAXCODE-RECORD TO WS-TAXCODE-LINE.

           IF WS-TAXCODE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TC-CODE-S WS-TC-RATE-S WS-TC-FROM-S
               WS-TC-TO-S WS-TC-RECOV-S.
           UNSTRING WS-TAXCODE-LINE DELIMITED BY ","
               INTO WS-TC-CODE-S WS-TC-RATE-S WS-TC-FROM-S
                   WS-TC-TO-S WS-TC-RECOV-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-TC-CODE-S))
               TO WS-TC-CODE-S.
           COMPUTE WS-NUMVAL-POS =
               FUNCTION TEST-NUMVAL (FUNCTION TRIM (WS-TC-RATE-S)).

           IF WS-TC-CODE-S = SPACES OR WS-TC-CODE-S = "NONE"
               OR WS-TC-CODE-S (9:) NOT = SPACES
               OR WS-TC-RATE-S = SPACES OR WS-NUMVAL-POS NOT = 0
               DISPLAY "Warning: tax code line skipped - bad code or "
                   "rate: " FUNCTION TRIM (WS-TAXCODE-LINE)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION NUMVAL (FUNCTION TRIM (WS-TC-RATE-S)) < 0
               OR FUNCTION NUMVAL (FUNCTION TRIM (WS-TC-RATE-S)) > 999
               DISPLAY "Warning: tax code line skipped - bad code or "
                   "rate: " FUNCTION TRIM (WS-TAXCODE-LINE)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-TAXCODE-COUNT >= 500
               DISPLAY "Warning: tax code dropped - "
                   "500-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TAXCODE-COUNT.
           SET TCX TO WS-TAXCODE-COUNT.
           MOVE WS-TC-CODE-S TO WS-TC-CODE (TCX).
           COMPUTE WS-TC-RATE (TCX) =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-TC-RATE-S)).

           MOVE FUNCTION TRIM (WS-TC-FROM-S) TO WS-TC-FROM (TCX).
           IF WS-TC-FROM (TCX) = SPACES
               MOVE "0000-01-01" TO WS-TC-FROM (TCX)
           END-IF.
           MOVE FUNCTION TRIM (WS-TC-TO-S) TO WS-TC-TO (TCX).
           IF WS-TC-TO (TCX) = SPACES
               MOVE "9999-12-31" TO WS-TC-TO (TCX)
           END-IF.

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-TC-RECOV-S))
               (1:1) = "Y"
               MOVE "Y" TO WS-TC-RECOV (TCX)
           ELSE
               MOVE "N" TO WS-TC-RECOV (TCX)
           END-IF.

       0154-RESOLVE-ROW-TAX.

      *    PICKS THE ROW'S TAX CODE - THE OPTIONAL SEVENTH CSV COLUMN
      *    WHEN GIVEN (NONE MEANS UNTAXED), OTHERWISE THE CATEGORY
      *    MASTER'S DEFAULT FOR THE ROW'S CATEGORY - AND THE RATE IN
      *    EFFECT ON THE ROW DATE. A SPLIT ROW RESOLVES PER LEG: THE
      *    LEG'S OWN CODE, ELSE THE PARENT'S COLUMN, ELSE THE LEG
      *    CATEGORY'S DEFAULT. AN UNKNOWN CODE, OR ONE WITH NO RATE
      *    EFFECTIVE ON THE DATE, REJECTS THE ROW (THE WHOLE GROUP
      *    FOR A SPLIT). WS-ROW-TAXCODE CARRIES THE CODE TO THE
      *    STORE - MIXED WHEN A SPLIT'S LEGS DIFFER.

           MOVE 0 TO WS-TAX-HIT.
           MOVE SPACES TO WS-ROW-TAXCODE.
           MOVE 0 TO WS-ROW-TAX-CARVED.

           IF WS-TAX-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-SPLIT-COUNT = 0
               IF WS-TAX-S NOT = SPACES
                   MOVE WS-TAX-S TO WS-TAX-LOOKUP-CODE
               ELSE
                   MOVE WS-CAT-S TO WS-GL-LOOKUP-NAME
                   PERFORM 0146-LOOKUP-GLCODE
                   MOVE WS-CAT-TAXCODE-OUT TO WS-TAX-LOOKUP-CODE
               END-IF
               PERFORM 0155-FIND-TAX-RATE
               IF WS-TAX-REASON NOT = SPACES
                   MOVE WS-TAX-REASON TO WS-REJECT-REASON
                   PERFORM 0190-WRITE-REJECT
                   MOVE "Y" TO WS-LINE-REJECTED
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TAX-LOOKUP-CODE TO WS-ROW-TAXCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SPX FROM 1 BY 1
               UNTIL SPX > WS-SPLIT-COUNT
                   OR WS-LINE-REJECTED = "Y"
               EVALUATE TRUE
                   WHEN WS-SPL-TAXCODE (SPX) NOT = SPACES
                       MOVE WS-SPL-TAXCODE (SPX) TO WS-TAX-LOOKUP-CODE
                   WHEN WS-TAX-S NOT = SPACES
                       MOVE WS-TAX-S TO WS-TAX-LOOKUP-CODE
                   WHEN OTHER
                       MOVE WS-SPL-CAT (SPX) TO WS-GL-LOOKUP-NAME
                       PERFORM 0146-LOOKUP-GLCODE
                       MOVE WS-CAT-TAXCODE-OUT TO WS-TAX-LOOKUP-CODE
               END-EVALUATE
               PERFORM 0155-FIND-TAX-RATE
               IF WS-TAX-REASON NOT = SPACES
                   MOVE WS-TAX-REASON TO WS-REJECT-REASON
                   PERFORM 0190-WRITE-REJECT
                   MOVE "Y" TO WS-LINE-REJECTED
               ELSE
                   MOVE WS-TAX-HIT TO WS-SPL-TAXHIT (SPX)
                   IF SPX = 1
                       MOVE WS-TAX-LOOKUP-CODE TO WS-ROW-TAXCODE
                   ELSE
                       IF WS-TAX-LOOKUP-CODE NOT = WS-ROW-TAXCODE
                           MOVE "MIXED" TO WS-ROW-TAXCODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0155-FIND-TAX-RATE.

      *    LOOKS UP THE CODE IN WS-TAX-LOOKUP-CODE FOR THE ROW DATE.
      *    RETURNS WS-TAX-HIT - THE TAX-CODE TABLE ENTRY IN EFFECT,
      *    FIRST LOADED WINNING, OR ZERO WHEN THE ROW IS UNTAXED - AND
      *    A REJECT REASON IN WS-TAX-REASON WHEN THE CODE CANNOT BE
      *    HONORED. THE CODE COMES BACK NORMALIZED (UPPER-CASED, AND
      *    BLANK FOR NONE).

           MOVE 0 TO WS-TAX-HIT.
           MOVE SPACES TO WS-TAX-REASON.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-TAX-LOOKUP-CODE))
               TO WS-TAX-LOOKUP-CODE.

           IF WS-TAX-LOOKUP-CODE = SPACES
               OR WS-TAX-LOOKUP-CODE = "NONE"
               MOVE SPACES TO WS-TAX-LOOKUP-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-TAX-CODE-KNOWN.
           PERFORM VARYING TCX FROM 1 BY 1
               UNTIL TCX > WS-TAXCODE-COUNT
               IF WS-TC-CODE (TCX) = WS-TAX-LOOKUP-CODE
                   MOVE "Y" TO WS-TAX-CODE-KNOWN
                   IF WS-TAX-HIT = 0
                       AND WS-DATE-S >= WS-TC-FROM (TCX)
                       AND WS-DATE-S <= WS-TC-TO (TCX)
                       SET WS-TAX-HIT TO TCX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TAX-CODE-KNOWN = "N"
               STRING "unknown tax code " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-TAX-LOOKUP-CODE) DELIMITED BY SIZE
                   INTO WS-TAX-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF WS-TAX-HIT = 0
               STRING "no rate for tax code " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-TAX-LOOKUP-CODE) DELIMITED BY SIZE
                   " on row date" DELIMITED BY SIZE
                   INTO WS-TAX-REASON
               END-STRING
           END-IF.

       0156-APPLY-TAX.

      *    SPLITS THE TAX OUT OF THE TAX-INCLUSIVE AMOUNT IN WS-RAW AT
      *    THE RATE WS-TAX-HIT POINTS TO: TAX = GROSS x RATE / (100 +
      *    RATE), ROUNDED TO THE CENT. INCOME CARRIES OUTPUT TAX, DUE
      *    TO THE TAX-PAYABLE GL; AN EXPENSE CARRIES INPUT TAX, DUE
      *    FROM THE TAX-RECOVERABLE GL WHEN ITS CODE IS RECOVERABLE.
      *    EITHER WAY THE TAX IS TAKEN OUT OF WS-RAW SO ONLY THE NET
      *    REACHES THE CATEGORY ROLLUPS, AND POSTED TO THE JOURNAL.
      *    NON-RECOVERABLE INPUT TAX IS PART OF WHAT THE PURCHASE
      *    COST, SO IT STAYS IN THE CATEGORY AND IS ONLY COUNTED FOR
      *    THE LIABILITY REPORT.

           MOVE 0 TO WS-TAX-AMT.
           IF WS-TAX-HIT = 0 OR WS-RAW = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TAX-AMT ROUNDED = WS-RAW * WS-TC-RATE (WS-TAX-HIT)
               / (100 + WS-TC-RATE (WS-TAX-HIT)).

           PERFORM 0157-ADD-TAX-LIABILITY.

           IF WS-TAX-CARVE = "Y" AND WS-TAX-AMT NOT = 0
               PERFORM 0158-ADD-TAX-JOURNAL
               SUBTRACT WS-TAX-AMT FROM WS-RAW
               ADD WS-TAX-AMT TO WS-ROW-TAX-CARVED
               IF WS-RAW < 0
                   COMPUTE WS-NET = 0 - WS-RAW
               END-IF
           END-IF.

       0157-ADD-TAX-LIABILITY.

      *    ACCUMULATES THE ROW'S TAX INTO THE LIABILITY TABLE BY
      *    PERIOD AND TAX CODE, AND INTO THE RUN TOTALS, AND TELLS
      *    0156-APPLY-TAX WHETHER TO CARVE IT OUT (WS-TAX-CARVE).

           MOVE "N" TO WS-TAX-CARVE.
           ADD 1 TO WS-TAX-ROW-COUNT.

           MOVE 0 TO WS-TXL-HIT.
           PERFORM VARYING TLX FROM 1 BY 1 UNTIL TLX > WS-TXL-COUNT
               IF WS-TXL-PERIOD (TLX) = WS-CUR-PERIOD
                   AND WS-TXL-CODE (TLX) = WS-TC-CODE (WS-TAX-HIT)
                   SET WS-TXL-HIT TO TLX
               END-IF
           END-PERFORM.

           IF WS-TXL-HIT = 0
               IF WS-TXL-COUNT < 1000
                   ADD 1 TO WS-TXL-COUNT
                   MOVE WS-TXL-COUNT TO WS-TXL-HIT
                   MOVE WS-CUR-PERIOD TO WS-TXL-PERIOD (WS-TXL-HIT)
                   MOVE WS-TC-CODE (WS-TAX-HIT)
                       TO WS-TXL-CODE (WS-TXL-HIT)
                   MOVE 0 TO WS-TXL-ROWS (WS-TXL-HIT)
                   MOVE 0 TO WS-TXL-OUTPUT (WS-TXL-HIT)
                   MOVE 0 TO WS-TXL-RECOV (WS-TXL-HIT)
                   MOVE 0 TO WS-TXL-NONREC (WS-TXL-HIT)
               ELSE
                   DISPLAY "Warning: tax liability entry dropped - "
                       "1000-entry table full" UPON SYSERR
               END-IF
           END-IF.

           IF WS-TXL-HIT > 0
               ADD 1 TO WS-TXL-ROWS (WS-TXL-HIT)
           END-IF.

           IF WS-RAW > 0
               MOVE "Y" TO WS-TAX-CARVE
               ADD WS-TAX-AMT TO WS-TAX-TOT-OUTPUT
               IF WS-TXL-HIT > 0
                   ADD WS-TAX-AMT TO WS-TXL-OUTPUT (WS-TXL-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TAX-ABS = 0 - WS-TAX-AMT.
           IF WS-TC-RECOV (WS-TAX-HIT) = "Y"
               MOVE "Y" TO WS-TAX-CARVE
               ADD WS-TAX-ABS TO WS-TAX-TOT-RECOV
               IF WS-TXL-HIT > 0
                   ADD WS-TAX-ABS TO WS-TXL-RECOV (WS-TXL-HIT)
               END-IF
           ELSE
               ADD WS-TAX-ABS TO WS-TAX-TOT-NONREC
               IF WS-TXL-HIT > 0
                   ADD WS-TAX-ABS TO WS-TXL-NONREC (WS-TXL-HIT)
               END-IF
           END-IF.

       0158-ADD-TAX-JOURNAL.

      *    ACCUMULATES THE CARVED TAX INTO THE JOURNAL TABLE ALONGSIDE
      *    THE TRANSACTION ROWS 2050 ROLLS UP, BY PERIOD AND COST
      *    CENTER: OUTPUT TAX TO THE CREDIT OF THE TAX-PAYABLE GL,
      *    RECOVERABLE INPUT TAX TO THE DEBIT OF THE TAX-RECOVERABLE
      *    GL. THE PERIOD'S CLEARING OFFSET THEREFORE STILL EQUALS
      *    THE GROSS CASH MOVEMENT.

           IF WS-RAW > 0
               MOVE WS-TAX-PAYABLE-GL TO WS-TAX-GL
           ELSE
               MOVE WS-TAX-RECOV-GL TO WS-TAX-GL
           END-IF.

           MOVE "N" TO WS-FOUND.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-PERIOD (JX) = WS-CUR-PERIOD
                   AND WS-JR-GLCODE (JX) = WS-TAX-GL
                   AND WS-JR-DEPT (JX) = WS-DEPT-CODE
                   AND WS-JR-SOURCE (JX) = SPACE
                   MOVE "Y" TO WS-FOUND
                   IF WS-RAW > 0
                       ADD WS-TAX-AMT TO WS-JR-INCOME (JX)
                   ELSE
                       SUBTRACT WS-TAX-AMT FROM WS-JR-EXPENSE (JX)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FOUND = "N"
               IF WS-JRNL-COUNT < 3000
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-CUR-PERIOD TO WS-JR-PERIOD (WS-JRNL-COUNT)
                   MOVE WS-TAX-GL TO WS-JR-GLCODE (WS-JRNL-COUNT)
                   MOVE WS-DEPT-CODE TO WS-JR-DEPT (WS-JRNL-COUNT)
                   MOVE SPACE TO WS-JR-SOURCE (WS-JRNL-COUNT)
                   MOVE 0 TO WS-JR-INCOME (WS-JRNL-COUNT)
                   MOVE 0 TO WS-JR-EXPENSE (WS-JRNL-COUNT)
                   IF WS-RAW > 0
                       MOVE WS-TAX-AMT TO WS-JR-INCOME (WS-JRNL-COUNT)
                   ELSE
                       COMPUTE WS-JR-EXPENSE (WS-JRNL-COUNT) =
                           0 - WS-TAX-AMT
                   END-IF
               ELSE
                   ADD 1 TO WS-JRNL-OVERFLOW-COUNT
                   DISPLAY "Warning: journal entry dropped - "
                       "3000-entry table full" UPON SYSERR
               END-IF
           END-IF.

       0159-SORT-TAX-LIABILITY.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-TXL-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-TXL-COUNT
                   IF WS-TXL-PERIOD (WS-M) > WS-TXL-PERIOD (WS-N)
                       OR (WS-TXL-PERIOD (WS-M) = WS-TXL-PERIOD (WS-N)
                       AND WS-TXL-CODE (WS-M) > WS-TXL-CODE (WS-N))
                       MOVE WS-TXL (WS-M) TO WS-TXL-TMP
                       MOVE WS-TXL (WS-N) TO WS-TXL (WS-M)
                       MOVE WS-TXL-TMP TO WS-TXL (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0160-WRITE-TAX-REPORT.

      *    THE TAX LIABILITY REPORT, PIPE-DELIMITED: A COLUMN HEADER,
      *    ONE LINE PER PERIOD PER TAX CODE, A TOTAL LINE AFTER EACH
      *    PERIOD, AND A GRAND TOTAL LINE (PERIOD ALL). NET DUE IS
      *    OUTPUT TAX LESS RECOVERABLE INPUT TAX - NEGATIVE WHEN A
      *    REFUND IS DUE. NON-RECOVERABLE TAX IS SHOWN FOR THE RETURN
      *    BUT DOES NOT REDUCE WHAT IS DUE.

           PERFORM 0159-SORT-TAX-LIABILITY.

           MOVE SPACES TO TAXRPT-RECORD.
           STRING "PERIOD|TAX-CODE|ROWS|OUTPUT-TAX|" DELIMITED BY SIZE
               "RECOVERABLE-INPUT-TAX|NON-RECOVERABLE-TAX|NET-DUE"
                   DELIMITED BY SIZE
               INTO TAXRPT-RECORD
           END-STRING.
           WRITE TAXRPT-RECORD.
           IF WS-TAXRPT-STATUS NOT = "00"
               DISPLAY "Warning: tax liability report write failed - "
                   "status " WS-TAXRPT-STATUS UPON SYSERR
           END-IF.

           MOVE SPACES TO WS-TXP-PERIOD.
           MOVE 0 TO WS-TXP-ROWS WS-TXP-OUTPUT WS-TXP-RECOV
               WS-TXP-NONREC.

           PERFORM VARYING TLX FROM 1 BY 1 UNTIL TLX > WS-TXL-COUNT
               IF WS-TXL-PERIOD (TLX) NOT = WS-TXP-PERIOD
                   AND WS-TXP-PERIOD NOT = SPACES
                   PERFORM 0166-WRITE-TAX-PERIOD-TOTAL
               END-IF
               MOVE WS-TXL-PERIOD (TLX) TO WS-TXP-PERIOD
               ADD WS-TXL-ROWS (TLX) TO WS-TXP-ROWS
               ADD WS-TXL-OUTPUT (TLX) TO WS-TXP-OUTPUT
               ADD WS-TXL-RECOV (TLX) TO WS-TXP-RECOV
               ADD WS-TXL-NONREC (TLX) TO WS-TXP-NONREC
               MOVE WS-TXL-PERIOD (TLX) TO WS-TXR-PERIOD
               MOVE WS-TXL-CODE (TLX) TO WS-TXR-CODE
               MOVE WS-TXL-ROWS (TLX) TO WS-TXR-ROWS
               MOVE WS-TXL-OUTPUT (TLX) TO WS-TXR-OUTPUT
               MOVE WS-TXL-RECOV (TLX) TO WS-TXR-RECOV
               MOVE WS-TXL-NONREC (TLX) TO WS-TXR-NONREC
               PERFORM 0164-WRITE-TAX-LINE
           END-PERFORM.

           IF WS-TXP-PERIOD NOT = SPACES
               PERFORM 0166-WRITE-TAX-PERIOD-TOTAL
           END-IF.

           MOVE "ALL" TO WS-TXR-PERIOD.
           MOVE "*TOTAL" TO WS-TXR-CODE.
           MOVE WS-TAX-ROW-COUNT TO WS-TXR-ROWS.
           MOVE WS-TAX-TOT-OUTPUT TO WS-TXR-OUTPUT.
           MOVE WS-TAX-TOT-RECOV TO WS-TXR-RECOV.
           MOVE WS-TAX-TOT-NONREC TO WS-TXR-NONREC.
           PERFORM 0164-WRITE-TAX-LINE.

       0164-WRITE-TAX-LINE.

      *    ONE LIABILITY REPORT LINE FROM THE WS-TXR- FIELDS.

           COMPUTE WS-TXR-DUE = WS-TXR-OUTPUT - WS-TXR-RECOV.

           MOVE WS-TXR-OUTPUT TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-TXR-OUT-S.
           MOVE WS-TXR-RECOV TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-TXR-REC-S.
           MOVE WS-TXR-NONREC TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-TXR-NRC-S.
           MOVE WS-TXR-ROWS TO WS-COUNT-BUF.
           MOVE WS-TXR-DUE TO WS-NUM-BUF.

           MOVE SPACES TO TAXRPT-RECORD.
           STRING FUNCTION TRIM (WS-TXR-PERIOD) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-TXR-CODE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-TXR-OUT-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-TXR-REC-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-TXR-NRC-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO TAXRPT-RECORD
           END-STRING.

           WRITE TAXRPT-RECORD.
           IF WS-TAXRPT-STATUS NOT = "00"
               DISPLAY "Warning: tax liability report write failed - "
                   "status " WS-TAXRPT-STATUS UPON SYSERR
           END-IF.

       0166-WRITE-TAX-PERIOD-TOTAL.

           MOVE WS-TXP-PERIOD TO WS-TXR-PERIOD.
           MOVE "*TOTAL" TO WS-TXR-CODE.
           MOVE WS-TXP-ROWS TO WS-TXR-ROWS.
           MOVE WS-TXP-OUTPUT TO WS-TXR-OUTPUT.
           MOVE WS-TXP-RECOV TO WS-TXR-RECOV.
           MOVE WS-TXP-NONREC TO WS-TXR-NONREC.
           PERFORM 0164-WRITE-TAX-LINE.

           MOVE 0 TO WS-TXP-ROWS WS-TXP-OUTPUT WS-TXP-RECOV
               WS-TXP-NONREC.

       0161-ACCEPT-TXSTORE-ARG.

      *    THE 24TH ARGUMENT (BOTH MODES) NAMES THE INDEXED
      *    TRANSACTION STORE.

           MOVE SPACES TO WS-TXSTORE-PATH.
           IF WS-ARG-COUNT >= 24
               ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE
           END-IF.

       0163-ACCEPT-PERSTAT-ARGS.

      *    THE 25TH AND 26TH ARGUMENTS (BOTH MODES) NAME THE PERIOD
      *    STATUS FILE AND SELECT HOW ROWS DATED INTO A CLOSED PERIOD
      *    ARE HANDLED: REJECT (THE DEFAULT) OR ADJUST (RE-BOOK INTO
      *    THE EARLIEST OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT).

           MOVE SPACES TO WS-PERSTAT-PATH.
           IF WS-ARG-COUNT >= 25
               ACCEPT WS-PERSTAT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-CLOSED-MODE-ARG.
           IF WS-ARG-COUNT >= 26
               ACCEPT WS-CLOSED-MODE-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-CLOSED-MODE-ARG))
                   TO WS-CLOSED-MODE-ARG
               EVALUATE WS-CLOSED-MODE-ARG
                   WHEN "REJECT"
                       MOVE "REJECT" TO WS-CLOSED-MODE
                   WHEN "ADJUST"
                       MOVE "ADJUST" TO WS-CLOSED-MODE
                   WHEN SPACES
                       CONTINUE
                   WHEN "NONE"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown closed-mode "
                           WS-CLOSED-MODE-ARG
                           " - expected REJECT or ADJUST" UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       MOVE "FAILED" TO WS-AUDIT-RESULT
                       PERFORM 4000-WRITE-AUDIT-LOG
                       GOBACK
               END-EVALUATE
           END-IF.

       0171-ACCEPT-XFER-ARGS.

      *    THE 27TH AND 28TH ARGUMENTS NAME THE TRANSFERS REPORT AND
      *    OVERRIDE THE TRANSFER-MATCHING DATE WINDOW (DEFAULT 3
      *    DAYS). ACCEPTED IN BOTH MODES TO KEEP THE ARGUMENT
      *    POSITIONS ALIGNED, BUT ONLY BATCH MODE MATCHES TRANSFERS -
      *    A SINGLE-FILE RUN HAS ONLY ONE ACCOUNT TO MATCH WITHIN.

           MOVE SPACES TO WS-XFER-PATH.
           IF WS-ARG-COUNT >= 27
               ACCEPT WS-XFER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-XFER-WINDOW-ARG.
           IF WS-ARG-COUNT >= 28
               ACCEPT WS-XFER-WINDOW-ARG FROM ARGUMENT-VALUE
               IF WS-XFER-WINDOW-ARG NOT = SPACES
                   AND WS-XFER-WINDOW-ARG NOT = "NONE"
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-XFER-WINDOW-ARG))
                   IF WS-NUMVAL-POS NOT = 0
                       DISPLAY "Non-numeric transfer window "
                           WS-XFER-WINDOW-ARG " - expected days"
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       MOVE "FAILED" TO WS-AUDIT-RESULT
                       PERFORM 4000-WRITE-AUDIT-LOG
                       GOBACK
                   END-IF
                   COMPUTE WS-XFER-WINDOW = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-XFER-WINDOW-ARG))
               END-IF
           END-IF.

       0174-ACCEPT-PAYEE-ARG.

      *    THE 29TH ARGUMENT (BOTH MODES) NAMES THE PAYEE MASTER
      *    (PATTERN-TO-CANONICAL-PAYEE RULES).

           MOVE SPACES TO WS-PAYRULES-PATH.
           IF WS-ARG-COUNT >= 29
               ACCEPT WS-PAYRULES-PATH FROM ARGUMENT-VALUE
           END-IF.

       0185-ACCEPT-DEPTMASTER-ARG.

      *    THE 30TH ARGUMENT (BOTH MODES) NAMES THE DEPARTMENT
      *    (COST-CENTER) MASTER FILE.

           MOVE SPACES TO WS-DEPTMASTER-PATH.
           IF WS-ARG-COUNT >= 30
               ACCEPT WS-DEPTMASTER-PATH FROM ARGUMENT-VALUE
           END-IF.

       0162-OPEN-TXSTORE.

      *    OPENS THE TRANSACTION STORE FOR UPDATE, CREATING IT ON
      *    FIRST USE (FILE STATUS 35 = NOT FOUND).

           IF WS-TXSTORE-PATH = SPACES
               OR WS-TXSTORE-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TXSTORE-FILE.
           IF WS-TXSTORE-STATUS = "35"
               OPEN OUTPUT TXSTORE-FILE
               IF WS-TXSTORE-STATUS = "00"
                   CLOSE TXSTORE-FILE
                   OPEN I-O TXSTORE-FILE
               END-IF
           END-IF.

           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
                   MOVE "N" TO WS-LEDGER-OPEN
               END-IF
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.

           MOVE "Y" TO WS-TXSTORE-OPEN.

       0165-STORE-TRANSACTION.

      *    PERSISTS ONE ACCEPTED TRANSACTION (BASE CURRENCY, FINAL
      *    CATEGORY) UNDER ITS ACCOUNT/DATE/LINE-NUMBER KEY. THE
      *    ACCOUNT IS STORED UPPER-CASED SO THE QUERY ACCOUNT FILTER
      *    MATCHES CASE-INSENSITIVELY LIKE EVERY OTHER NAME JOIN IN
      *    THIS PROGRAM. A ROW ALREADY ON FILE - THE SAME SOURCE
      *    FILE LOADED AGAIN - IS REWRITTEN IN PLACE RATHER THAN
      *    DOUBLE-COUNTED. THE GL CODE THE ROW POSTED UNDER (THE
      *    SUSPENSE GL WHEN ITS CATEGORY HAS NO MASTER ENTRY) AND
      *    WHERE THE CATEGORY CAME FROM - C THE CSV COLUMN, R A
      *    CATEGORIZATION RULE, U THE UNCATEGORIZED FALLBACK - ARE
      *    KEPT WITH IT SO RECAT MODE CAN RECLASS IT LATER, AS ARE
      *    THE ROW'S TAX CODE AND THE TAX SPLIT OUT OF IT TO THE TAX
      *    GL CODES (THE CATEGORY CARRIED AMOUNT LESS THAT TAX). A
      *    SPLIT ROW POSTED EACH LEG TO ITS OWN CATEGORY'S GL, SO IT
      *    IS MARKED S AND CARRIES EACH LEG'S GL CODE AND NET AMOUNT;
      *    THE PARENT'S CATEGORY AND GL ON IT NEVER HELD THE AMOUNT.
      *    EVERY WRITE OR REWRITE IS TIMESTAMPED FOR EXTRACT MODE.

           MOVE SPACES TO TXSTORE-RECORD.
           MOVE FUNCTION UPPER-CASE (WS-CUR-ACCOUNT) TO TS-ACCOUNT.
           MOVE WS-DATE-S TO TS-DATE.
           MOVE WS-LINE-NUM TO TS-SEQ.
           MOVE FUNCTION TRIM (WS-DESC-S) TO TS-DESC.
           MOVE WS-RAW TO TS-AMOUNT.
           MOVE WS-ORIG-RAW TO TS-ORIG-AMOUNT.
           MOVE WS-CAT-S TO TS-CATEGORY.
           MOVE WS-TX-CURRENCY TO TS-CURRENCY.
           MOVE WS-PAYEE-S TO TS-PAYEE.
           MOVE WS-DEPT-CODE TO TS-DEPT.

           MOVE WS-CAT-S TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           IF WS-GL-MAPPED = "Y"
               MOVE WS-GL-CODE-OUT TO TS-GLCODE
           ELSE
               MOVE WS-SUSPENSE-GL TO TS-GLCODE
           END-IF.
           IF WS-RULE-APPLIED = SPACE
               MOVE "C" TO TS-CAT-SOURCE
           ELSE
               MOVE WS-RULE-APPLIED TO TS-CAT-SOURCE
           END-IF.
           MOVE WS-ROW-TAXCODE TO TS-TAXCODE.
           MOVE WS-ROW-TAX-CARVED TO TS-TAX-AMOUNT.
           MOVE 0 TO TS-LEG-COUNT.
           IF WS-SPLIT-COUNT > 0
               MOVE "S" TO TS-CAT-SOURCE
               MOVE WS-SPLIT-COUNT TO TS-LEG-COUNT
               PERFORM VARYING WS-LEG-X FROM 1 BY 1
                   UNTIL WS-LEG-X > WS-SPLIT-COUNT
                   MOVE WS-SPL-GL (WS-LEG-X) TO TS-LEG-GL (WS-LEG-X)
                   MOVE WS-SPL-NET (WS-LEG-X)
                       TO TS-LEG-AMT (WS-LEG-X)
               END-PERFORM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STORE-STAMP.
           MOVE WS-STORE-STAMP (1:16) TO TS-UPDATED.

           WRITE TXSTORE-RECORD
               INVALID KEY
                   REWRITE TXSTORE-RECORD
                   END-REWRITE
           END-WRITE.

           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Warning: transaction store write failed - "
                   "status " WS-TXSTORE-STATUS UPON SYSERR
           END-IF.

       0167-LOAD-PERSTAT.

      *    OPTIONAL PERIOD STATUS FILE. ONE LINE PER PERIOD, FORMAT
      *    PERIOD-ID,STATUS (OPEN OR CLOSED). A MISSING FILE MEANS
      *    EVERY PERIOD IS STILL OPEN, SO FILE STATUS 35 IS NOT AN
      *    ERROR HERE.

           IF WS-PERSTAT-PATH = SPACES
               OR WS-PERSTAT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PERSTAT-FILE.
           IF WS-PERSTAT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.

      *    A READ FAILURE ON AN EXISTING FILE IS ONLY A WARNING FOR
      *    A REPORTING RUN (EVERY PERIOD SIMPLY COUNTS AS OPEN), BUT
      *    CLOSE MODE REWRITES THE FILE FROM THIS TABLE - CARRYING
      *    ON WITH AN EMPTY TABLE WOULD ERASE EVERY PREVIOUSLY
      *    CLOSED PERIOD - SO WHEN THE CALLER MARKED THE FILE
      *    REQUIRED THE RUN FAILS HERE INSTEAD.

           IF WS-PERSTAT-STATUS NOT = "00"
               DISPLAY "Cannot open period status file: "
                   WS-PERSTAT-PATH " status " WS-PERSTAT-STATUS
                   UPON SYSERR
               IF WS-PERSTAT-REQUIRED = "Y"
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   GOBACK
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-PERSTAT-STATUS NOT = "00"
               READ PERSTAT-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0168-ADD-PERSTAT-ENTRY
               END-READ
           END-PERFORM.

           CLOSE PERSTAT-FILE.

       0168-ADD-PERSTAT-ENTRY.

           MOVE PERSTAT-RECORD TO WS-PERSTAT-LINE.

           IF WS-PERSTAT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-PERSTAT-COUNT >= 200
               DISPLAY "Warning: period status entry dropped - "
                   "200-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PERSTAT-COUNT.
           MOVE SPACES TO WS-PS-STATE-S.
           UNSTRING WS-PERSTAT-LINE DELIMITED BY ","
               INTO WS-PS-ID (WS-PERSTAT-COUNT)
                   WS-PS-STATE-S
           END-UNSTRING.

           MOVE FUNCTION TRIM (WS-PS-ID (WS-PERSTAT-COUNT))
               TO WS-PS-ID (WS-PERSTAT-COUNT).
           IF WS-PS-ID (WS-PERSTAT-COUNT) = SPACES
               DISPLAY "Warning: period status entry dropped - "
                   "missing period id" UPON SYSERR
               SUBTRACT 1 FROM WS-PERSTAT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-PS-STATE-S))
               = "CLOSED"
               MOVE "CLOSED" TO WS-PS-STATE (WS-PERSTAT-COUNT)
           ELSE
               MOVE "OPEN" TO WS-PS-STATE (WS-PERSTAT-COUNT)
           END-IF.

       0169-CHECK-PERIOD-STATUS.

      *    CLOSED-PERIOD GUARD, PERFORMED ONCE 0117-ASSIGN-PERIOD HAS
      *    SETTLED WS-CUR-PERIOD. A ROW DATED INTO A CLOSED PERIOD IS
      *    EITHER REJECTED WITH A SPECIFIC REASON OR - UNDER CLOSED-
      *    MODE ADJUST - RE-BOOKED INTO THE EARLIEST LATER PERIOD
      *    STILL OPEN (AN EXPLICIT OPEN ENTRY, OR ANY LATER PERIOD
      *    NOT MARKED CLOSED) AND FLAGGED AS A PRIOR-PERIOD
      *    ADJUSTMENT FOR 0170 TO RECORD ONCE THE AMOUNT HAS
      *    SURVIVED VALIDATION.

           IF WS-PERSTAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
               IF WS-PS-ID (PSX) = WS-CUR-PERIOD
                   AND WS-PS-STATE (PSX) = "CLOSED"
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.

           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           IF WS-CLOSED-MODE = "REJECT"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "period " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-PERIOD) DELIMITED BY SIZE
                   " is closed" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ADJ-TARGET.
           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
               IF WS-PS-STATE (PSX) = "OPEN"
                   AND WS-PS-ID (PSX) > WS-CUR-PERIOD
                   AND (WS-ADJ-TARGET = SPACES
                       OR WS-PS-ID (PSX) < WS-ADJ-TARGET)
                   MOVE WS-PS-ID (PSX) TO WS-ADJ-TARGET
               END-IF
           END-PERFORM.

      *    THE STATUS FILE USUALLY LISTS ONLY THE PERIODS CLOSE MODE
      *    HAS FLIPPED - NOTHING EVER WRITES AN EXPLICIT OPEN LINE -
      *    SO WITH NO OPEN ENTRY THE TARGET FALLS BACK TO THE
      *    EARLIEST LATER PERIOD NOT MARKED CLOSED: THE NEXT FISCAL
      *    PERIOD ON THE CALENDAR WHEN ONE IS LOADED, OTHERWISE THE
      *    NEXT CALENDAR MONTH.

           IF WS-ADJ-TARGET = SPACES
               IF WS-FISCAL-LOADED = "Y"
                   PERFORM VARYING HX FROM 1 BY 1
                       UNTIL HX > WS-FISCAL-COUNT
                       IF WS-FC-ID (HX) > WS-CUR-PERIOD
                           AND (WS-ADJ-TARGET = SPACES
                               OR WS-FC-ID (HX) < WS-ADJ-TARGET)
                           MOVE WS-FC-ID (HX) TO WS-PS-LOOKUP-ID
                           PERFORM 0187-PERIOD-IS-CLOSED
                           IF WS-PS-IS-CLOSED = "N"
                               MOVE WS-FC-ID (HX) TO WS-ADJ-TARGET
                           END-IF
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WS-CUR-PERIOD (1:4) TO WS-PER-YYYY
                   MOVE WS-CUR-PERIOD (6:2) TO WS-PER-MM
                   PERFORM VARYING WS-ADJ-TRY FROM 1 BY 1
                       UNTIL WS-ADJ-TRY > 120
                           OR WS-ADJ-TARGET NOT = SPACES
                       ADD 1 TO WS-PER-MM
                       IF WS-PER-MM > 12
                           MOVE 1 TO WS-PER-MM
                           ADD 1 TO WS-PER-YYYY
                       END-IF
                       MOVE SPACES TO WS-PS-LOOKUP-ID
                       STRING WS-PER-YYYY DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-PER-MM DELIMITED BY SIZE
                           INTO WS-PS-LOOKUP-ID
                       END-STRING
                       PERFORM 0187-PERIOD-IS-CLOSED
                       IF WS-PS-IS-CLOSED = "N"
                           MOVE WS-PS-LOOKUP-ID TO WS-ADJ-TARGET
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           IF WS-ADJ-TARGET = SPACES
               MOVE "no open period for prior-period adjustment"
                   TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-PERIOD TO WS-ADJ-FROM-PERIOD.
           MOVE WS-ADJ-TARGET TO WS-CUR-PERIOD.
           MOVE "Y" TO WS-LINE-ADJUSTED.

       0170-RECORD-ADJUSTMENT.

      *    RECORDS ONE PRIOR-PERIOD ADJUSTMENT FOR THE JSON AND
      *    STATEMENT REPORTING. PERFORMED ONLY ONCE THE ROW HAS
      *    SURVIVED AMOUNT VALIDATION, CURRENCY CONVERSION, AND THE
      *    DUPLICATE EXCLUSION, SO THE REPORTED AMOUNT IS THE
      *    BASE-CURRENCY AMOUNT THAT ACTUALLY FED THE TOTALS.

           ADD 1 TO WS-ADJ-COUNT.

           IF WS-ADJ-TBL-COUNT >= 500
               IF WS-ADJ-OVERFLOW-COUNT = 0
                   DISPLAY "Warning: prior-period adjustment detail "
                       "dropped - 500-entry table full" UPON SYSERR
               END-IF
               ADD 1 TO WS-ADJ-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ADJ-TBL-COUNT.
           MOVE WS-CUR-ACCOUNT TO WS-ADJ-ACCT (WS-ADJ-TBL-COUNT).
           MOVE WS-DATE-S TO WS-ADJ-DATE (WS-ADJ-TBL-COUNT).
           MOVE WS-RAW TO WS-ADJ-AMT (WS-ADJ-TBL-COUNT).
           MOVE WS-ADJ-FROM-PERIOD
               TO WS-ADJ-OLDPER (WS-ADJ-TBL-COUNT).
           MOVE WS-CUR-PERIOD TO WS-ADJ-NEWPER (WS-ADJ-TBL-COUNT).
           MOVE FUNCTION TRIM (WS-DESC-S)
               TO WS-ADJ-DESC (WS-ADJ-TBL-COUNT).

       0172-DATE-TO-INTEGER.

      *    CONVERTS THE YYYY-MM-DD DATE IN WS-DATE-S TO THE STANDARD
      *    INTEGER DATE IN WS-INT-DATE-OUT FOR DAY-DISTANCE
      *    ARITHMETIC. THE CALLER VALIDATES THE DATE FIRST
      *    (0111-VALIDATE-DATE), SO NO RANGE CHECKING IS REPEATED
      *    HERE.

           MOVE WS-DATE-S (1:4) TO WS-DATE-YYYYMMDD (1:4).
           MOVE WS-DATE-S (6:2) TO WS-DATE-YYYYMMDD (5:2).
           MOVE WS-DATE-S (9:2) TO WS-DATE-YYYYMMDD (7:2).
           COMPUTE WS-INT-DATE-OUT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD).

       0173-INTEGER-TO-DATE.

      *    THE REVERSE OF 0172: CONVERTS THE STANDARD INTEGER DATE IN
      *    WS-INT-DATE-IN BACK TO A YYYY-MM-DD STRING IN WS-DATE-OUT.

           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-INT-DATE-IN).
           MOVE SPACES TO WS-DATE-OUT.
           STRING WS-DATE-YYYYMMDD (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-YYYYMMDD (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-YYYYMMDD (7:2) DELIMITED BY SIZE
               INTO WS-DATE-OUT
           END-STRING.

       0175-CHECK-TRANSFER.

      *    BATCH-MODE TRANSFER MATCHING: AN ACCEPTED ROW IS PAIRED
      *    WITH A STILL-UNMATCHED ROW FROM A DIFFERENT ACCOUNT WITH
      *    THE EQUAL-AND-OPPOSITE BASE-CURRENCY AMOUNT WITHIN THE
      *    DATE WINDOW (NEAREST DATE WINS). MATCHED PAIRS ARE
      *    REPORTED AND BACKED OUT OF THE TRANSFER-ADJUSTED
      *    CONSOLIDATED FIGURES; EACH ACCOUNT'S OWN TABLES ARE LEFT
      *    ALONE SO ITS SECTION STILL SHOWS ITS LEG.

           IF WS-RAW = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0172-DATE-TO-INTEGER.

           MOVE 0 TO WS-XF-BEST.
           MOVE 99999 TO WS-XF-BEST-DIST.
           COMPUTE WS-XF-ABS-AMT = 0 - WS-RAW.

           PERFORM VARYING XFX FROM 1 BY 1
               UNTIL XFX > WS-XFER-COUNT
               IF WS-XF-MATCHED (XFX) = "N"
                   AND WS-XF-AMT (XFX) = WS-XF-ABS-AMT
                   AND WS-XF-ACCT (XFX)
                       NOT = FUNCTION UPPER-CASE (WS-CUR-ACCOUNT)
                   COMPUTE WS-XF-DIST =
                       WS-XF-DATEINT (XFX) - WS-INT-DATE-OUT
                   IF WS-XF-DIST < 0
                       COMPUTE WS-XF-DIST = 0 - WS-XF-DIST
                   END-IF
                   IF WS-XF-DIST <= WS-XFER-WINDOW
                       AND WS-XF-DIST < WS-XF-BEST-DIST
                       SET WS-XF-BEST TO XFX
                       MOVE WS-XF-DIST TO WS-XF-BEST-DIST
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-XF-BEST > 0
               MOVE "Y" TO WS-XF-MATCHED (WS-XF-BEST)
               ADD 1 TO WS-XFER-PAIR-COUNT
               IF WS-RAW > 0
                   ADD WS-RAW TO WS-XFER-AMT-TOTAL
               ELSE
                   ADD WS-XF-ABS-AMT TO WS-XFER-AMT-TOTAL
               END-IF
               PERFORM 0176-WRITE-XFER
               EXIT PARAGRAPH
           END-IF.

           IF WS-XFER-COUNT >= 20000
               IF WS-XFER-OVERFLOW-COUNT = 0
                   DISPLAY "Warning: transfer matching degraded - "
                       "20000-entry table full, later rows are no "
                       "longer matched" UPON SYSERR
               END-IF
               ADD 1 TO WS-XFER-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-XFER-COUNT.
           MOVE FUNCTION UPPER-CASE (WS-CUR-ACCOUNT)
               TO WS-XF-ACCT (WS-XFER-COUNT).
           MOVE WS-DATE-S TO WS-XF-DATE (WS-XFER-COUNT).
           MOVE WS-INT-DATE-OUT TO WS-XF-DATEINT (WS-XFER-COUNT).
           MOVE WS-RAW TO WS-XF-AMT (WS-XFER-COUNT).
           MOVE FUNCTION TRIM (WS-DESC-S)
               TO WS-XF-DESC (WS-XFER-COUNT).
           MOVE WS-LINE-NUM TO WS-XF-LINE (WS-XFER-COUNT).
           MOVE "N" TO WS-XF-MATCHED (WS-XFER-COUNT).

       0176-WRITE-XFER.

      *    WS-XF-BEST STILL ADDRESSES THE TABLE ROW THE CURRENT ROW
      *    PAIRED WITH. THE NEGATIVE LEG IS THE SENDING SIDE.

           IF WS-XFER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-RAW > 0
               MOVE WS-RAW TO WS-NUM-BUF
           ELSE
               MOVE WS-XF-ABS-AMT TO WS-NUM-BUF
           END-IF.

           MOVE SPACES TO XFER-RECORD.
           IF WS-RAW > 0
               STRING FUNCTION TRIM (WS-XF-ACCT (WS-XF-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-XF-LINE (WS-XF-BEST) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-XF-DATE (WS-XF-BEST) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-ACCOUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LINE-NUM DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-DATE-S DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-XF-DESC (WS-XF-BEST))
                       DELIMITED BY SIZE
                   INTO XFER-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-CUR-ACCOUNT)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LINE-NUM DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-DATE-S DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-XF-ACCT (WS-XF-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-XF-LINE (WS-XF-BEST) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-XF-DATE (WS-XF-BEST) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DESC-S) DELIMITED BY SIZE
                   INTO XFER-RECORD
               END-STRING
           END-IF.

           WRITE XFER-RECORD.
           IF WS-XFER-STATUS NOT = "00"
               DISPLAY "Warning: transfers report write failed - "
                   "status " WS-XFER-STATUS UPON SYSERR
           END-IF.

       0100-PROCESS-CSV-LINE.

      *    ONE-ROW LOOKAHEAD FOR SPLIT SUPPORT: A NORMAL ROW IS NOT
      *    PROCESSED IMMEDIATELY BUT STAGED AS THE PENDING PARENT,
      *    BECAUSE ONLY THE NEXT LINE SHOWS WHETHER SPLIT
      *    CONTINUATION ROWS FOLLOW IT. THE PENDING PARENT (PLUS ANY
      *    ACCUMULATED LEGS) IS FLUSHED THROUGH THE NORMAL PIPELINE
      *    BY 0182-FLUSH-PENDING WHEN THE NEXT NORMAL ROW ARRIVES
      *    AND AGAIN AT END OF FILE.

           MOVE CSV-RECORD TO WS-LINE.
           ADD 1 TO WS-LINE-NUM.

           IF WS-LINE-NUM = 1 AND WS-BATCH-MODE = "N"
               PERFORM 0105-CHECK-CONTROL-RECORD
               IF WS-HAS-CONTROL = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-HEADER-SKIPPED = "N"
               MOVE "Y" TO WS-HEADER-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0178-CHECK-SPLIT-ROW.
           IF WS-IS-SPLIT-ROW = "Y"
               PERFORM 0180-ADD-SPLIT-LEG
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FLUSH-AT-EOF.
           PERFORM 0182-FLUSH-PENDING.

           MOVE WS-LINE TO WS-PEND-LINE.
           MOVE WS-LINE-NUM TO WS-PEND-LINE-NUM.
           MOVE "Y" TO WS-PEND-ACTIVE.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO WS-SPLIT-SUM.
           MOVE "N" TO WS-SPLIT-BAD.

       0178-CHECK-SPLIT-ROW.

      *    A CONTINUATION ROW CARRIES THE LITERAL TAG SPLIT IN THE
      *    DATE COLUMN: SPLIT,CATEGORY,AMOUNT[,TAX-CODE]. THE PARSED
      *    CATEGORY, AMOUNT, AND TAX CODE ARE LEFT FOR
      *    0180-ADD-SPLIT-LEG.

           MOVE SPACES TO WS-SPLIT-TAG WS-SPLIT-CAT-S WS-SPLIT-AMT-S
               WS-SPLIT-TAX-S.
           UNSTRING WS-LINE DELIMITED BY ","
               INTO WS-SPLIT-TAG WS-SPLIT-CAT-S WS-SPLIT-AMT-S
                   WS-SPLIT-TAX-S
           END-UNSTRING.

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-SPLIT-TAG))
               = "SPLIT"
               MOVE "Y" TO WS-IS-SPLIT-ROW
           ELSE
               MOVE "N" TO WS-IS-SPLIT-ROW
           END-IF.

       0180-ADD-SPLIT-LEG.

      *    ATTACHES ONE CONTINUATION ROW TO THE PENDING PARENT. A
      *    MALFORMED LEG DOES NOT REJECT IMMEDIATELY - IT POISONS
      *    THE WHOLE GROUP SO PARENT AND LEGS REJECT TOGETHER WITH
      *    A SPECIFIC REASON WHEN THE GROUP IS FLUSHED.

           IF WS-PEND-ACTIVE NOT = "Y"
               MOVE "split row without parent" TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF WS-SPLIT-BAD = "Y"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
               (FUNCTION TRIM (WS-SPLIT-AMT-S)).
           IF WS-SPLIT-AMT-S = SPACES OR WS-NUMVAL-POS NOT = 0
               MOVE "Y" TO WS-SPLIT-BAD
               MOVE "non-numeric split amount"
                   TO WS-SPLIT-BAD-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-SPLIT-COUNT >= 20
               MOVE "Y" TO WS-SPLIT-BAD
               MOVE "more than 20 split legs"
                   TO WS-SPLIT-BAD-REASON
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SPLIT-COUNT.
           MOVE FUNCTION TRIM (WS-SPLIT-CAT-S)
               TO WS-SPL-CAT (WS-SPLIT-COUNT).
           IF WS-SPL-CAT (WS-SPLIT-COUNT) = SPACES
               MOVE "Uncategorized" TO WS-SPL-CAT (WS-SPLIT-COUNT)
           END-IF.
           COMPUTE WS-SPL-AMT (WS-SPLIT-COUNT) =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-SPLIT-AMT-S)).
           ADD WS-SPL-AMT (WS-SPLIT-COUNT) TO WS-SPLIT-SUM.
           MOVE FUNCTION TRIM (WS-SPLIT-TAX-S)
               TO WS-SPL-TAXCODE (WS-SPLIT-COUNT).
           MOVE 0 TO WS-SPL-TAXHIT (WS-SPLIT-COUNT).

       0182-FLUSH-PENDING.

      *    RUNS THE STAGED PARENT (AND ITS SPLIT LEGS) THROUGH THE
      *    SAME PIPELINE 0100 USED TO RUN EACH ROW THROUGH DIRECTLY.
      *    WS-LINE AND WS-LINE-NUM ARE SWAPPED TO THE PARENT'S FOR
      *    THE DURATION SO REJECT LINES STILL NAME THE RIGHT LINE,
      *    THEN RESTORED. IN CHECKPOINT REPLAY ONLY THE BREAKDOWN
      *    TABLES ARE REBUILT - THE COUNTS AND TOTALS WERE RESTORED
      *    FROM THE CHECKPOINT RECORD.

           IF WS-PEND-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PEND-ACTIVE.
           MOVE WS-LINE TO WS-HOLD-LINE.
           MOVE WS-LINE-NUM TO WS-HOLD-LINE-NUM.
           MOVE WS-PEND-LINE TO WS-LINE.
           MOVE WS-PEND-LINE-NUM TO WS-LINE-NUM.

           IF WS-SPLIT-BAD = "Y"
               MOVE WS-SPLIT-BAD-REASON TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               PERFORM 0186-RESTORE-AFTER-FLUSH
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0102-CATEGORIZE-LINE.

           IF WS-LINE-REJECTED = "Y"
               PERFORM 0186-RESTORE-AFTER-FLUSH
               EXIT PARAGRAPH
           END-IF.

           IF WS-LINE-DUP = "Y" AND WS-DUP-MODE = "EXCLUDE"
               PERFORM 0186-RESTORE-AFTER-FLUSH
               EXIT PARAGRAPH
           END-IF.

           IF WS-REPLAY-MODE = "Y"
               PERFORM 0186-RESTORE-AFTER-FLUSH
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TX-COUNT.

           IF WS-TXSTORE-OPEN = "Y"
               PERFORM 0165-STORE-TRANSACTION
           END-IF.

           IF WS-DATE-S < WS-MIN-DATE
               MOVE WS-DATE-S TO WS-MIN-DATE
           END-IF.

           IF WS-DATE-S > WS-MAX-DATE
               MOVE WS-DATE-S TO WS-MAX-DATE
           END-IF.

           IF WS-RAW > 0
               ADD WS-RAW TO WS-TOTAL-INCOME
           ELSE
               IF WS-RAW < 0
                   ADD WS-NET TO WS-TOTAL-EXPENSE
               END-IF
           END-IF.

      *    THE CHECKPOINT RECORDS THE LAST LINE FULLY CONSUMED: WHEN
      *    THE FLUSH WAS TRIGGERED BY THE NEXT NORMAL ROW THAT ROW
      *    ITSELF IS ONLY STAGED, SO EVERYTHING BEFORE IT (PARENT
      *    PLUS LEGS) IS CONSUMED; AT END OF FILE EVERY LINE IS.

           MOVE WS-HOLD-LINE-NUM TO WS-LINE-NUM.
           IF WS-FLUSH-AT-EOF = "N"
               SUBTRACT 1 FROM WS-LINE-NUM
           END-IF.
           PERFORM 0096-WRITE-CHECKPOINT.

           PERFORM 0186-RESTORE-AFTER-FLUSH.

       0184-APPLY-SPLIT-LEGS.

      *    FEEDS EACH LEG'S CATEGORY AND AMOUNT (CONVERTED AT THE
      *    PARENT'S EXCHANGE RATE) INTO THE CATEGORY, SINGLE-LIMIT,
      *    AND PERIOD-BY-CATEGORY UPDATES IN PLACE OF THE PARENT'S
      *    SINGLE CATEGORY. THE PARENT'S FIELDS ARE RESTORED AFTER,
      *    SINCE THE SUMMARY, PERIOD, DAY, STORE, AND TRANSFER
      *    BOOKKEEPING ALL STAY AT PARENT LEVEL. LEG CONVERSION IS
      *    ROUNDED PER LEG, SO CONVERTED LEGS CAN DRIFT FROM THE
      *    CONVERTED PARENT BY A PENNY - THE SUMMARY TOTALS COME
      *    FROM THE PARENT AND ARE UNAFFECTED. EACH LEG SPLITS OUT
      *    ITS OWN TAX AT THE RATE 0154-RESOLVE-ROW-TAX FOUND FOR IT,
      *    AND THE PARENT IS LEFT NET OF THE LEGS' TAX FOR THE
      *    PERIOD AND DEPARTMENT ROLLUPS THAT FOLLOW. EACH LEG'S GL
      *    CODE AND NET AMOUNT ARE KEPT FOR THE STORE ROW.

           MOVE WS-RAW TO WS-SAVE-RAW.
           MOVE WS-NET TO WS-SAVE-NET.
           MOVE WS-CAT-S TO WS-SAVE-CAT.

           PERFORM VARYING SPX FROM 1 BY 1
               UNTIL SPX > WS-SPLIT-COUNT
               MOVE WS-SPL-CAT (SPX) TO WS-CAT-S
               COMPUTE WS-RAW ROUNDED =
                   WS-SPL-AMT (SPX) * WS-SPLIT-RATE
               IF WS-RAW < 0
                   COMPUTE WS-NET = 0 - WS-RAW
               END-IF
               MOVE WS-SPL-TAXHIT (SPX) TO WS-TAX-HIT
               PERFORM 0156-APPLY-TAX
               MOVE WS-RAW TO WS-SPL-NET (SPX)
               PERFORM 0122-CHECK-SINGLE-LIMIT
               PERFORM 0120-CREATE-UPDATE-CATEGORY
               PERFORM 0140-UPDATE-PERIOD-CATEGORY
               PERFORM 0141-UPDATE-PCD
               MOVE WS-SPL-CAT (SPX) TO WS-GL-LOOKUP-NAME
               PERFORM 0146-LOOKUP-GLCODE
               IF WS-GL-MAPPED = "Y"
                   MOVE WS-GL-CODE-OUT TO WS-SPL-GL (SPX)
               ELSE
                   MOVE WS-SUSPENSE-GL TO WS-SPL-GL (SPX)
               END-IF
           END-PERFORM.

           MOVE WS-SAVE-RAW TO WS-RAW.
           MOVE WS-SAVE-NET TO WS-NET.
           MOVE WS-SAVE-CAT TO WS-CAT-S.

           IF WS-ROW-TAX-CARVED NOT = 0
               SUBTRACT WS-ROW-TAX-CARVED FROM WS-RAW
               IF WS-RAW < 0
                   COMPUTE WS-NET = 0 - WS-RAW
               END-IF
           END-IF.

       0186-RESTORE-AFTER-FLUSH.

           MOVE WS-HOLD-LINE TO WS-LINE.
           MOVE WS-HOLD-LINE-NUM TO WS-LINE-NUM.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO WS-SPLIT-SUM.
           MOVE "N" TO WS-SPLIT-BAD.

       0187-PERIOD-IS-CLOSED.

      *    RETURNS WS-PS-IS-CLOSED FOR THE PERIOD ID IN
      *    WS-PS-LOOKUP-ID: "Y" ONLY WHEN THE STATUS FILE
      *    EXPLICITLY MARKS IT CLOSED. A PERIOD WITH NO LINE IS
      *    OPEN.

           MOVE "N" TO WS-PS-IS-CLOSED.
           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
               IF WS-PS-ID (PSX) = WS-PS-LOOKUP-ID
                   AND WS-PS-STATE (PSX) = "CLOSED"
                   MOVE "Y" TO WS-PS-IS-CLOSED
               END-IF
           END-PERFORM.

       0102-CATEGORIZE-LINE.

      *    PARSES ONE CSV LINE AND FEEDS WS-CAT-TABLE, WS-PERIOD-TABLE,
      *    WS-PERCAT-TABLE, AND WS-DAY-TABLE. SHARED BY THE NORMAL READ
      *    LOOP (0100-PROCESS-CSV-LINE) AND THE CHECKPOINT REPLAY LOOP
      *    (0097-REPLAY-SKIPPED-LINE) SO A RESTARTED RUN REBUILDS THE
      *    SAME BREAKDOWN TABLES FOR LINES BEFORE THE CHECKPOINT AS IT
      *    WOULD HAVE WITHOUT ONE. WS-LINE-REJECTED TELLS THE CALLER
      *    WHETHER THE LINE SHOULD COUNT TOWARD WS-TX-COUNT AND THE
      *    RUNNING TOTALS; THOSE ARE RESTORED DIRECTLY FROM THE
      *    CHECKPOINT RECORD DURING REPLAY SO THIS PARAGRAPH NEVER
      *    TOUCHES THEM ITSELF.

           MOVE "N" TO WS-LINE-REJECTED.
           MOVE "N" TO WS-LINE-ADJUSTED.

           PERFORM 0110-PARSE-CSV-LINE.

           IF WS-DATE-S = SPACES
               MOVE "missing or unparseable date" TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               MOVE "invalid calendar date" TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0117-ASSIGN-PERIOD.
           IF WS-LINE-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUMVAL-POS =
               FUNCTION TEST-NUMVAL-C (FUNCTION TRIM (WS-AMT-S)).

           IF WS-NUMVAL-POS NOT = 0
               MOVE "non-numeric amount" TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RAW = FUNCTION NUMVAL-C(FUNCTION TRIM (WS-AMT-S)).

           IF WS-RAW < 0
               COMPUTE WS-NET = 0 - WS-RAW
           END-IF.

           IF WS-SPLIT-COUNT > 0
               AND WS-SPLIT-SUM NOT = WS-RAW
               MOVE "split amounts do not sum to parent"
                   TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

      *    THE RAW COUNT AND NET DESCRIBE THE FILE AS TRANSFERRED -
      *    BEFORE CURRENCY CONVERSION AND BEFORE ANY DUPLICATE
      *    EXCLUSION - WHICH IS WHAT AN UPSTREAM CONTROL-TOTAL
      *    RECORD NECESSARILY DESCRIBES. REBUILT DURING CHECKPOINT
      *    REPLAY LIKE THE OTHER PER-LINE COUNTERS IN THIS
      *    PARAGRAPH.

           ADD 1 TO WS-RAW-TX-COUNT.
           ADD WS-RAW TO WS-RAW-NET-TOTAL.

           PERFORM 0118-CONVERT-CURRENCY.
           IF WS-LINE-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0128-RESOLVE-DEPT.
           IF WS-LINE-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0154-RESOLVE-ROW-TAX.
           IF WS-LINE-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LINE-DUP.
           PERFORM 0114-CHECK-DUPLICATE.

           IF WS-LINE-DUP = "Y" AND WS-DUP-MODE = "EXCLUDE"
               EXIT PARAGRAPH
           END-IF.

           IF WS-LINE-ADJUSTED = "Y"
               PERFORM 0170-RECORD-ADJUSTMENT
           END-IF.

           IF WS-BATCH-MODE = "Y"
               PERFORM 0175-CHECK-TRANSFER
           END-IF.

           IF WS-RULE-APPLIED = "R"
               ADD 1 TO WS-RULE-CAT-COUNT
           END-IF.
           IF WS-RULE-APPLIED = "U"
               ADD 1 TO WS-UNCAT-COUNT
           END-IF.

           PERFORM 0115-APPLY-PAYEERULES.
           PERFORM 0126-UPDATE-PAYEE.

           PERFORM 0121-UPDATE-CURRENCY-TOTALS.
           PERFORM 0135-UPDATE-DAY.

      *    THE DAY LEDGER ABOVE, LIKE THE SUMMARY TOTALS, PAYEE
      *    ROLLUP, AND STORE ROW, KEEPS THE GROSS (CASH) AMOUNT. THE
      *    CATEGORY, PERIOD, AND DEPARTMENT ROLLUPS BELOW SEE THE
      *    AMOUNT NET OF ANY TAX 0156-APPLY-TAX SPLITS OUT, AND THE
      *    GROSS AMOUNT IS PUT BACK FOR THE CALLER AFTERWARDS.

           MOVE WS-RAW TO WS-TAX-SAVE-RAW.
           MOVE WS-NET TO WS-TAX-SAVE-NET.

           IF WS-SPLIT-COUNT = 0
               PERFORM 0156-APPLY-TAX
               PERFORM 0122-CHECK-SINGLE-LIMIT
               PERFORM 0120-CREATE-UPDATE-CATEGORY
           ELSE
               PERFORM 0184-APPLY-SPLIT-LEGS
           END-IF.

           PERFORM 0130-UPDATE-PERIOD.
           PERFORM 0129-UPDATE-DEPT-TABLES.

           IF WS-SPLIT-COUNT = 0
               PERFORM 0140-UPDATE-PERIOD-CATEGORY
               PERFORM 0141-UPDATE-PCD
           END-IF.

           MOVE WS-TAX-SAVE-RAW TO WS-RAW.
           MOVE WS-TAX-SAVE-NET TO WS-NET.

       0105-CHECK-CONTROL-RECORD.

      *    OPTIONAL CONTROL-TOTAL RECORD. IF THE VERY FIRST LINE OF
      *    THE CSV IS TAGGED CTRL,EXPECTED-TX-COUNT,EXPECTED-TOTAL IT
      *    IS CONSUMED HERE INSTEAD OF BEING TREATED AS THE COLUMN
      *    HEADER, AND THE EXPECTED VALUES ARE CHECKED AGAINST THE
      *    ACTUAL RUN TOTALS BY 0150-RECONCILE-CONTROL-TOTALS ONCE
      *    THE WHOLE FILE HAS BEEN READ.

           MOVE "N" TO WS-HAS-CONTROL.
           MOVE SPACES TO WS-CTRL-TAG.

           UNSTRING WS-LINE DELIMITED BY ","
               INTO WS-CTRL-TAG WS-CTRL-COUNT-S WS-CTRL-TOTAL-S
           END-UNSTRING.

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CTRL-TAG)) = "CTRL"
               MOVE "Y" TO WS-HAS-CONTROL
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-CTRL-COUNT-S))
               IF WS-NUMVAL-POS = 0
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                       (FUNCTION TRIM (WS-CTRL-TOTAL-S))
               END-IF
               IF WS-NUMVAL-POS NOT = 0
                   DISPLAY "Control record has a non-numeric "
                       "expected count or total - failing run"
                       UPON SYSERR
                   CLOSE CSV-FILE
                   IF WS-REJECT-OPEN = "Y"
                       CLOSE REJECT-FILE
                   END-IF
                   IF WS-CATOVER-OPEN = "Y"
                       CLOSE CATOVER-FILE
                   END-IF
                   IF WS-LEDGER-OPEN = "Y"
                       CLOSE LEDGER-FILE
                   END-IF
                   PERFORM 0098-CLEAR-CHECKPOINT
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   GOBACK
               ELSE
                   COMPUTE WS-EXPECT-COUNT =
                       FUNCTION NUMVAL (FUNCTION TRIM (WS-CTRL-COUNT-S))
                   COMPUTE WS-EXPECT-TOTAL = FUNCTION NUMVAL-C
                       (FUNCTION TRIM (WS-CTRL-TOTAL-S))
               END-IF
           END-IF.

       0110-PARSE-CSV-LINE.

           MOVE SPACES TO WS-CUR-S WS-DEPT-S WS-TAX-S.
           UNSTRING WS-LINE DELIMITED BY ","
               INTO WS-DATE-S WS-DESC-S WS-AMT-S WS-CAT-S WS-CUR-S
                   WS-DEPT-S WS-TAX-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CUR-S)) (1:3)
               TO WS-TX-CURRENCY.
           IF WS-TX-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-TX-CURRENCY
           END-IF.

           MOVE FUNCTION TRIM (WS-CAT-S) TO WS-CAT-S.

           MOVE SPACE TO WS-RULE-APPLIED.

           IF WS-CAT-S = SPACES
               PERFORM 0112-APPLY-CATRULES
               IF WS-CAT-S = SPACES
                   MOVE "Uncategorized" TO WS-CAT-S
                   MOVE "U" TO WS-RULE-APPLIED
               ELSE
                   MOVE "R" TO WS-RULE-APPLIED
               END-IF
           END-IF.

       0112-APPLY-CATRULES.

      *    SCANS THE CATEGORIZATION-RULES TABLE AGAINST THE ROW'S
      *    DESCRIPTION. AMONG THE RULES THAT MATCH, THE LOWEST
      *    PRIORITY NUMBER WINS, TIES GOING TO THE RULE LOADED FIRST.
      *    LEAVES WS-CAT-S UNCHANGED (SPACES) WHEN NO RULE MATCHES SO
      *    THE CALLER CAN FALL BACK TO "Uncategorized".

           IF WS-CATRULES-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-DESC-S))
               TO WS-DESC-UPPER.

           MOVE 0 TO WS-CR-BEST.
           MOVE 9999 TO WS-CR-BEST-PRI.

           PERFORM VARYING RX FROM 1 BY 1
               UNTIL RX > WS-CATRULES-COUNT
               IF WS-CR-PREFIX (RX) = "Y"
                   IF WS-DESC-UPPER (1:WS-CR-PATLEN (RX))
                       = WS-CR-PATTERN (RX) (1:WS-CR-PATLEN (RX))
                       PERFORM 0113-TAKE-RULE-IF-BETTER
                   END-IF
               ELSE
                   MOVE 0 TO WS-CR-TALLY
                   INSPECT WS-DESC-UPPER TALLYING WS-CR-TALLY
                       FOR ALL WS-CR-PATTERN (RX)
                           (1:WS-CR-PATLEN (RX))
                   IF WS-CR-TALLY > 0
                       PERFORM 0113-TAKE-RULE-IF-BETTER
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CR-BEST > 0
               MOVE WS-CR-TARGET (WS-CR-BEST) TO WS-CAT-S
           END-IF.

       0113-TAKE-RULE-IF-BETTER.

           IF WS-CR-BEST = 0
               OR WS-CR-PRIORITY (RX) < WS-CR-BEST-PRI
               SET WS-CR-BEST TO RX
               MOVE WS-CR-PRIORITY (RX) TO WS-CR-BEST-PRI
           END-IF.

       0111-VALIDATE-DATE.

      *    GENUINE DATE VALIDATION: WS-DATE-S MUST BE A REAL
      *    YYYY-MM-DD CALENDAR DATE (DIGITS AND DASHES IN THE RIGHT
      *    PLACES, MONTH 1-12, DAY WITHIN THE MONTH, LEAP YEARS
      *    HONOURED) BEFORE IT CAN TOUCH THE MIN/MAX DATES OR ANY
      *    PERIOD TABLE. 2026-13-45 USED TO SAIL STRAIGHT THROUGH.

           MOVE "N" TO WS-DATE-VALID.

           IF WS-DATE-S (1:4) IS NOT NUMERIC
               OR WS-DATE-S (5:1) NOT = "-"
               OR WS-DATE-S (6:2) IS NOT NUMERIC
               OR WS-DATE-S (8:1) NOT = "-"
               OR WS-DATE-S (9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-S (1:4) TO WS-DV-YYYY.
           MOVE WS-DATE-S (6:2) TO WS-DV-MM.
           MOVE WS-DATE-S (9:2) TO WS-DV-DD.

           IF WS-DV-MM < 1 OR WS-DV-MM > 12
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DV-YYYY TO WS-PER-YYYY.
           MOVE WS-DV-MM TO WS-PER-MM.
           PERFORM 1035-MONTH-LASTDAY.

           IF WS-DV-DD < 1 OR WS-DV-DD > WS-PER-LASTDAY
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-DATE-VALID.

       0117-ASSIGN-PERIOD.

      *    BUCKETS THE TRANSACTION INTO WS-CUR-PERIOD: THE FISCAL
      *    PERIOD WHOSE DATE RANGE CONTAINS THE TRANSACTION DATE
      *    WHEN A FISCAL CALENDAR IS LOADED (A DATE NO PERIOD COVERS
      *    REJECTS), OTHERWISE THE CALENDAR MONTH YYYY-MM.

           IF WS-FISCAL-LOADED NOT = "Y"
               MOVE WS-DATE-S (1:7) TO WS-CUR-PERIOD
               PERFORM 0169-CHECK-PERIOD-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FC-FOUND.

           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-FISCAL-COUNT
               IF WS-FC-FOUND = "N"
                   AND WS-DATE-S >= WS-FC-START (HX)
                   AND WS-DATE-S <= WS-FC-END (HX)
                   MOVE "Y" TO WS-FC-FOUND
                   MOVE WS-FC-ID (HX) TO WS-CUR-PERIOD
               END-IF
           END-PERFORM.

           IF WS-FC-FOUND = "N"
               MOVE "date outside fiscal calendar"
                   TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
           ELSE
               PERFORM 0169-CHECK-PERIOD-STATUS
           END-IF.

       0118-CONVERT-CURRENCY.

      *    CONVERTS WS-RAW TO THE BASE CURRENCY USING THE RATE FOR
      *    THE TRANSACTION'S CALENDAR MONTH, KEEPING THE ORIGINAL
      *    AMOUNT IN WS-ORIG-RAW FOR THE PER-CURRENCY TOTALS. THE
      *    RATE JOIN IS ALWAYS ON THE CALENDAR MONTH FROM THE
      *    TRANSACTION DATE, WHATEVER CALENDAR DRIVES THE REPORTING
      *    PERIODS. A CURRENCY/MONTH WITH NO LOADED RATE REJECTS THE
      *    ROW RATHER THAN LETTING IT THROUGH UNCONVERTED.

           MOVE WS-RAW TO WS-ORIG-RAW.
           MOVE 1 TO WS-SPLIT-RATE.

           IF WS-TX-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TX-CURRENCY TO WS-FX-LOOKUP-CUR.
           MOVE WS-DATE-S (1:7) TO WS-FX-LOOKUP-PERIOD.
           PERFORM 0119-LOOKUP-RATE.

           IF WS-FX-FOUND = "N"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "no exchange rate for " DELIMITED BY SIZE
                   WS-TX-CURRENCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FX-LOOKUP-PERIOD DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FX-RATE-OUT TO WS-SPLIT-RATE.
           COMPUTE WS-RAW ROUNDED = WS-RAW * WS-FX-RATE-OUT.

           IF WS-RAW < 0
               COMPUTE WS-NET = 0 - WS-RAW
           END-IF.

       0119-LOOKUP-RATE.

           MOVE 0 TO WS-FX-RATE-OUT.
           MOVE "N" TO WS-FX-FOUND.

           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-RATES-COUNT
               IF WS-FX-CUR (FX) = WS-FX-LOOKUP-CUR
                   AND WS-FX-PERIOD (FX) = WS-FX-LOOKUP-PERIOD
                   MOVE WS-FX-RATE (FX) TO WS-FX-RATE-OUT
                   MOVE "Y" TO WS-FX-FOUND
               END-IF
           END-PERFORM.

       0121-UPDATE-CURRENCY-TOTALS.

      *    ACCUMULATES EACH CURRENCY'S ORIGINAL AND CONVERTED
      *    INCOME/EXPENSE FOR THE currencyTotals ARRAY. RUNS ONLY
      *    FOR ROWS THAT SURVIVED VALIDATION AND THE DUPLICATE
      *    EXCLUSION, SO IT MIRRORS WHAT ACTUALLY FED THE TOTALS.

           MOVE "N" TO WS-CT-FOUND.
           MOVE 0 TO WS-CT-HIT.

           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CURTOT-COUNT
               IF WS-CT-CUR (CX) = WS-TX-CURRENCY
                   MOVE "Y" TO WS-CT-FOUND
                   SET WS-CT-HIT TO CX
               END-IF
           END-PERFORM.

           IF WS-CT-FOUND = "N"
               IF WS-CURTOT-COUNT >= 50
                   IF WS-CT-DROPPED = 0
                       DISPLAY "Warning: currency total dropped - "
                           "50-entry table full" UPON SYSERR
                   END-IF
                   ADD 1 TO WS-CT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CURTOT-COUNT
               MOVE WS-CURTOT-COUNT TO WS-CT-HIT
               MOVE WS-TX-CURRENCY TO WS-CT-CUR (WS-CT-HIT)
               MOVE 0 TO WS-CT-ORIG-INC (WS-CT-HIT)
               MOVE 0 TO WS-CT-ORIG-EXP (WS-CT-HIT)
               MOVE 0 TO WS-CT-CONV-INC (WS-CT-HIT)
               MOVE 0 TO WS-CT-CONV-EXP (WS-CT-HIT)
           END-IF.

           IF WS-ORIG-RAW > 0
               ADD WS-ORIG-RAW TO WS-CT-ORIG-INC (WS-CT-HIT)
               ADD WS-RAW TO WS-CT-CONV-INC (WS-CT-HIT)
           END-IF.
           IF WS-ORIG-RAW < 0
               SUBTRACT WS-ORIG-RAW FROM WS-CT-ORIG-EXP (WS-CT-HIT)
               SUBTRACT WS-RAW FROM WS-CT-CONV-EXP (WS-CT-HIT)
           END-IF.

       0122-CHECK-SINGLE-LIMIT.

      *    CHECKS AN ACCEPTED EXPENSE AGAINST ITS CATEGORY'S MAX
      *    SINGLE-TRANSACTION LIMIT (BASE-CURRENCY AMOUNT). RUNS
      *    AFTER THE DUPLICATE EXCLUSION SO EXCLUDED ROWS CANNOT
      *    RAISE ALERTS.

           IF WS-LIMITS-COUNT = 0 OR WS-RAW >= 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LIMITS-COUNT
               IF WS-LM-HAS-SINGLE (LX) = "Y"
                   AND FUNCTION UPPER-CASE (WS-LM-CAT (LX))
                       = FUNCTION UPPER-CASE (WS-CAT-S)
                   AND WS-NET > WS-LM-MAXSINGLE (LX)
                   MOVE "SINGLE" TO WS-AL-TYPE
                   MOVE WS-DATE-S TO WS-AL-KEY
                   MOVE WS-CAT-S TO WS-AL-CAT
                   MOVE WS-NET TO WS-AL-AMOUNT
                   MOVE WS-LM-MAXSINGLE (LX) TO WS-AL-LIMIT
                   MOVE WS-LM-SEV (LX) TO WS-AL-SEV
                   PERFORM 2092-WRITE-ALERT
               END-IF
           END-PERFORM.

       0114-CHECK-DUPLICATE.

      *    A ROW WHOSE DATE, AMOUNT, AND DESCRIPTION MATCH A ROW
      *    ALREADY PROCESSED THIS RUN (ANY ACCOUNT IN BATCH MODE -
      *    THE SEEN TABLE IS NEVER RESET BETWEEN ACCOUNTS) IS A
      *    SUSPECTED DUPLICATE: IT IS COUNTED, REPORTED WITH BOTH
      *    LINE NUMBERS AND ACCOUNTS, AND - UNDER DUP-MODE EXCLUDE -
      *    KEPT OUT OF EVERY TOTAL BY THE CALLER. SUSPECTS ARE NOT
      *    THEMSELVES ADDED TO THE SEEN TABLE, SO THREE IDENTICAL
      *    ROWS REPORT AS TWO SUSPECTS AGAINST THE FIRST. DESCRIPTION
      *    MATCHING IS CASE-INSENSITIVE ON THE FIRST 80 CHARACTERS.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-DESC-S))
               TO WS-SEEN-KEY-DESC.

           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SEEN-COUNT
               IF WS-SEEN-DATE (SX) = WS-DATE-S
                   AND WS-SEEN-AMT (SX) = WS-RAW
                   AND WS-SEEN-DESC (SX) = WS-SEEN-KEY-DESC
                   MOVE "Y" TO WS-LINE-DUP
                   ADD 1 TO WS-DUP-COUNT
                   PERFORM 0116-WRITE-DUPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WS-SEEN-COUNT < 20000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-DATE-S TO WS-SEEN-DATE (WS-SEEN-COUNT)
               MOVE WS-RAW TO WS-SEEN-AMT (WS-SEEN-COUNT)
               MOVE WS-SEEN-KEY-DESC TO WS-SEEN-DESC (WS-SEEN-COUNT)
               MOVE WS-CUR-ACCOUNT TO WS-SEEN-ACCT (WS-SEEN-COUNT)
               MOVE WS-LINE-NUM TO WS-SEEN-LINE (WS-SEEN-COUNT)
           ELSE
               IF WS-SEEN-OVERFLOW-COUNT = 0
                   DISPLAY "Warning: duplicate detection degraded - "
                       "20000-entry seen table full, later rows are "
                       "no longer checked" UPON SYSERR
               END-IF
               ADD 1 TO WS-SEEN-OVERFLOW-COUNT
           END-IF.

       0116-WRITE-DUPE.

      *    SX STILL ADDRESSES THE SEEN-TABLE ROW THE SUSPECT MATCHED.

           IF WS-DUPE-OPEN = "Y"
               MOVE SPACES TO DUPE-RECORD
               MOVE WS-RAW TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-SEEN-ACCT (SX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-SEEN-LINE (SX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-ACCOUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LINE-NUM DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-DATE-S DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-SEEN-KEY-DESC) DELIMITED BY SIZE
                   INTO DUPE-RECORD
               END-STRING
               WRITE DUPE-RECORD
               IF WS-DUPE-STATUS NOT = "00"
                   DISPLAY "Warning: duplicates report write failed "
                       "- status " WS-DUPE-STATUS UPON SYSERR
               END-IF
           END-IF.

       0190-WRITE-REJECT.

           ADD 1 TO WS-REJECT-COUNT.

           IF WS-REJECT-OPEN = "Y"
               MOVE SPACES TO REJECT-RECORD
               STRING FUNCTION TRIM (WS-CUR-ACCOUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LINE-NUM DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-LINE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO REJECT-RECORD
               END-STRING
               WRITE REJECT-RECORD
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "Warning: reject write failed - status "
                       WS-REJECT-STATUS UPON SYSERR
               END-IF
           END-IF.

       0191-ACCEPT-ACCRUAL-ARG.

      *    THE 31ST ARGUMENT (BOTH MODES) NAMES THE ACCRUALS FILE.

           MOVE SPACES TO WS-ACCRUAL-PATH.
           IF WS-ARG-COUNT >= 31
               ACCEPT WS-ACCRUAL-PATH FROM ARGUMENT-VALUE
           END-IF.

       0192-LOAD-ACCRUALS.

      *    OPTIONAL ACCRUALS FILE. ONE LINE PER ACCRUAL, FORMAT
      *    ACCOUNT,PERIOD,CATEGORY,COST-CENTER,AMOUNT,DESCRIPTION,
      *    AUTO-REVERSE. THE ENTRIES ARE ONLY TABLED HERE; THEY ARE
      *    VALIDATED AND BOOKED BY 0194-APPLY-ACCRUALS ONCE THE
      *    ACCOUNT THEY BELONG TO HAS BEEN PROCESSED.

           IF WS-ACCRUAL-PATH = SPACES
               OR WS-ACCRUAL-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-STATUS NOT = "00"
               DISPLAY "Cannot open accruals file: "
                   WS-ACCRUAL-PATH " status "
                   WS-ACCRUAL-STATUS UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ACCRUAL-STATUS NOT = "00"
               READ ACCRUAL-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0193-ADD-ACCRUAL-ENTRY
               END-READ
           END-PERFORM.

           CLOSE ACCRUAL-FILE.

       0193-ADD-ACCRUAL-ENTRY.

           MOVE ACCRUAL-RECORD TO WS-ACCRUAL-LINE.
           ADD 1 TO WS-ACCRUAL-LINE-NUM.

           IF WS-ACCRUAL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACCRUAL-COUNT >= 500
               DISPLAY "Warning: accrual dropped - "
                   "500-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ACCRUAL-COUNT.
           SET ACX TO WS-ACCRUAL-COUNT.
           MOVE SPACES TO WS-ACR (ACX).
           MOVE SPACES TO WS-ACR-AUTOREV-S.
           UNSTRING WS-ACCRUAL-LINE DELIMITED BY ","
               INTO WS-ACR-ACCT (ACX)
                   WS-ACR-PERIOD (ACX)
                   WS-ACR-CAT (ACX)
                   WS-ACR-DEPT (ACX)
                   WS-ACR-AMT-S (ACX)
                   WS-ACR-DESC (ACX)
                   WS-ACR-AUTOREV-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-ACR-ACCT (ACX)))
               TO WS-ACR-ACCT (ACX).
           MOVE FUNCTION TRIM (WS-ACR-PERIOD (ACX))
               TO WS-ACR-PERIOD (ACX).
           MOVE FUNCTION TRIM (WS-ACR-CAT (ACX)) TO WS-ACR-CAT (ACX).
           MOVE FUNCTION TRIM (WS-ACR-DESC (ACX)) TO WS-ACR-DESC (ACX).

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-ACR-AUTOREV-S))
               (1:1) = "Y"
               MOVE "Y" TO WS-ACR-AUTOREV (ACX)
           ELSE
               MOVE "N" TO WS-ACR-AUTOREV (ACX)
           END-IF.

           MOVE WS-ACCRUAL-LINE TO WS-ACR-LINE (ACX).
           MOVE WS-ACCRUAL-LINE-NUM TO WS-ACR-LINE-NUM (ACX).
           MOVE "N" TO WS-ACR-APPLIED (ACX).
           MOVE 0 TO WS-ACR-AMT (ACX).

       0194-APPLY-ACCRUALS.

      *    BOOKS EVERY TABLED ACCRUAL NOT YET APPLIED. IN SINGLE-FILE
      *    MODE THEY ALL BELONG TO THE ONE ACCOUNT BEING REPORTED; IN
      *    BATCH MODE ONLY THOSE WHOSE ACCOUNT MATCHES THE ACCOUNT
      *    JUST PROCESSED (CASE-INSENSITIVE) ARE BOOKED HERE.

           PERFORM VARYING ACX FROM 1 BY 1
               UNTIL ACX > WS-ACCRUAL-COUNT
               IF WS-ACR-APPLIED (ACX) = "N"
                   IF WS-BATCH-MODE NOT = "Y"
                       OR WS-ACR-ACCT (ACX) = FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-CUR-ACCOUNT))
                       PERFORM 0195-BOOK-ACCRUAL
                   END-IF
               END-IF
           END-PERFORM.

       0195-BOOK-ACCRUAL.

      *    VALIDATES ONE ACCRUAL AND BOOKS IT INTO ITS PERIOD, THEN -
      *    WHEN FLAGGED FOR AUTO-REVERSAL - BOOKS THE OPPOSITE ENTRY
      *    INTO THE FOLLOWING PERIOD: THE NEXT FISCAL PERIOD ON THE
      *    CALENDAR WHEN ONE IS LOADED, OTHERWISE THE NEXT CALENDAR
      *    MONTH. AN UNKNOWN PERIOD, NON-NUMERIC OR ZERO AMOUNT, OR
      *    UNKNOWN/INACTIVE COST CENTER SENDS THE LINE TO THE REJECT
      *    FILE; A CLOSED PERIOD IS HANDLED BY THE CLOSED-PERIOD
      *    MODE LIKE ANY TRANSACTION ROW, AND A BOOKING OR REVERSAL
      *    RE-BOOKED OUT OF ONE IS RECORDED AS A PRIOR-PERIOD
      *    ADJUSTMENT (NO TRANSACTION DATE) ONCE IT IS SURE TO FEED
      *    THE TOTALS. A REVERSAL THAT CANNOT BE BOOKED LEAVES THE
      *    ACCRUAL OUTSTANDING WITH A WARNING.

           MOVE "Y" TO WS-ACR-APPLIED (ACX).
           MOVE "X" TO WS-ACR-STATE (ACX).
           MOVE WS-ACR-LINE (ACX) TO WS-LINE.
           MOVE WS-ACR-LINE-NUM (ACX) TO WS-LINE-NUM.
           MOVE "N" TO WS-LINE-REJECTED.
           MOVE "N" TO WS-LINE-ADJUSTED.

           MOVE "N" TO WS-FC-FOUND.
           IF WS-FISCAL-LOADED = "Y"
               PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-FISCAL-COUNT
                   IF WS-FC-ID (HX) = WS-ACR-PERIOD (ACX)
                       MOVE "Y" TO WS-FC-FOUND
                   END-IF
               END-PERFORM
           ELSE
               IF WS-ACR-PERIOD (ACX) (1:4) IS NUMERIC
                   AND WS-ACR-PERIOD (ACX) (5:1) = "-"
                   AND WS-ACR-PERIOD (ACX) (6:2) IS NUMERIC
                   AND WS-ACR-PERIOD (ACX) (6:2) >= "01"
                   AND WS-ACR-PERIOD (ACX) (6:2) <= "12"
                   AND WS-ACR-PERIOD (ACX) (8:5) = SPACES
                   MOVE "Y" TO WS-FC-FOUND
               END-IF
           END-IF.

           IF WS-FC-FOUND = "N"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "unknown accrual period " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ACR-PERIOD (ACX))
                       DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM 0190-WRITE-REJECT
               ADD 1 TO WS-ACR-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACR-AMT-S (ACX) = SPACES
               MOVE 1 TO WS-NUMVAL-POS
           ELSE
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                   (FUNCTION TRIM (WS-ACR-AMT-S (ACX)))
           END-IF.

           IF WS-NUMVAL-POS NOT = 0
               MOVE "non-numeric amount" TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               ADD 1 TO WS-ACR-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ACR-AMT (ACX) =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-ACR-AMT-S (ACX))).

           IF WS-ACR-AMT (ACX) = 0
               MOVE "zero accrual amount" TO WS-REJECT-REASON
               PERFORM 0190-WRITE-REJECT
               ADD 1 TO WS-ACR-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACR-PERIOD (ACX) TO WS-CUR-PERIOD.
           PERFORM 0169-CHECK-PERIOD-STATUS.
           IF WS-LINE-REJECTED = "Y"
               ADD 1 TO WS-ACR-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACR-DEPT (ACX) TO WS-DEPT-S.
           PERFORM 0128-RESOLVE-DEPT.
           IF WS-LINE-REJECTED = "Y"
               ADD 1 TO WS-ACR-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACR-CAT (ACX) = SPACES
               MOVE "Uncategorized" TO WS-ACR-CAT (ACX)
           END-IF.

           MOVE WS-CUR-PERIOD TO WS-ACR-BOOKPER (ACX).
           MOVE WS-DEPT-CODE TO WS-ACR-DEPTCODE (ACX).
           MOVE "A" TO WS-ACR-SOURCE.
           MOVE WS-ACR-AMT (ACX) TO WS-RAW.
           IF WS-LINE-ADJUSTED = "Y"
               MOVE SPACES TO WS-DATE-S
               MOVE WS-ACR-DESC (ACX) TO WS-DESC-S
               PERFORM 0170-RECORD-ADJUSTMENT
           END-IF.
           PERFORM 0196-FEED-ACCRUAL.

           MOVE "O" TO WS-ACR-STATE (ACX).
           ADD 1 TO WS-ACR-BOOKED-COUNT.
           ADD WS-ACR-AMT (ACX) TO WS-ACR-BOOKED-AMT.
           ADD 1 TO WS-ACR-OPEN-COUNT.
           ADD WS-ACR-AMT (ACX) TO WS-ACR-OPEN-AMT.

           IF WS-ACR-AUTOREV (ACX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0198-NEXT-ACCRUAL-PERIOD.
           MOVE WS-ACR-LINE-NUM (ACX) TO WS-COUNT-BUF.

           IF WS-ACR-NEXT-PERIOD = SPACES
               DISPLAY "Warning: accrual on line "
                   FUNCTION TRIM (WS-COUNT-BUF) " not reversed - "
                   "no period follows " WS-ACR-BOOKPER (ACX)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACR-NEXT-PERIOD TO WS-PS-LOOKUP-ID.
           PERFORM 0187-PERIOD-IS-CLOSED.
           IF WS-PS-IS-CLOSED = "Y"
               AND WS-CLOSED-MODE = "REJECT"
               DISPLAY "Warning: accrual on line "
                   FUNCTION TRIM (WS-COUNT-BUF) " not reversed - "
                   "period " WS-ACR-NEXT-PERIOD " is closed"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACR-NEXT-PERIOD TO WS-CUR-PERIOD.
           MOVE "N" TO WS-LINE-ADJUSTED.
           PERFORM 0169-CHECK-PERIOD-STATUS.
           IF WS-LINE-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-PERIOD TO WS-ACR-REVPER (ACX).
           MOVE "R" TO WS-ACR-SOURCE.
           COMPUTE WS-RAW = 0 - WS-ACR-AMT (ACX).
           IF WS-LINE-ADJUSTED = "Y"
               MOVE SPACES TO WS-DATE-S
               MOVE WS-ACR-DESC (ACX) TO WS-DESC-S
               PERFORM 0170-RECORD-ADJUSTMENT
           END-IF.
           PERFORM 0196-FEED-ACCRUAL.

           MOVE "R" TO WS-ACR-STATE (ACX).
           ADD 1 TO WS-ACR-REVERSED-COUNT.
           ADD WS-ACR-AMT (ACX) TO WS-ACR-REVERSED-AMT.
           SUBTRACT 1 FROM WS-ACR-OPEN-COUNT.
           SUBTRACT WS-ACR-AMT (ACX) FROM WS-ACR-OPEN-AMT.

       0196-FEED-ACCRUAL.

      *    FEEDS ONE ACCRUAL BOOKING OR REVERSAL (SIGNED AMOUNT IN
      *    WS-RAW, PERIOD IN WS-CUR-PERIOD) INTO THE CATEGORY,
      *    PERIOD, PERIOD-BY-CATEGORY, AND DEPARTMENT ROLLUPS AND
      *    INTO THE GL JOURNAL TABLE UNDER ITS OWN SOURCE FLAG. AN
      *    ACCRUAL IS NOT A CASH MOVEMENT, SO IT STAYS OUT OF THE
      *    SUMMARY TOTALS, THE DAILY LEDGER, THE LIMIT CHECKS, AND
      *    THE TRANSACTION STORE.

           MOVE WS-ACR-CAT (ACX) TO WS-CAT-S.
           MOVE WS-ACR-DEPTCODE (ACX) TO WS-DEPT-CODE.
           MOVE SPACES TO WS-DATE-S.
           IF WS-RAW < 0
               COMPUTE WS-NET = 0 - WS-RAW
           END-IF.

           PERFORM 0120-CREATE-UPDATE-CATEGORY.
           PERFORM 0130-UPDATE-PERIOD.
           PERFORM 0140-UPDATE-PERIOD-CATEGORY.
           PERFORM 0129-UPDATE-DEPT-TABLES.
           PERFORM 0197-ADD-ACCRUAL-JOURNAL.

       0197-ADD-ACCRUAL-JOURNAL.

      *    ACCUMULATES THE ACCRUAL ENTRY INTO THE JOURNAL TABLE BY
      *    PERIOD, GL CODE, COST CENTER, AND SOURCE FLAG (A BOOKING,
      *    R REVERSAL), KEPT APART FROM THE TRANSACTION ROWS 2050
      *    ROLLS UP. UNMAPPED CATEGORIES POST TO SUSPENSE.

           MOVE WS-CAT-S TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           IF WS-GL-MAPPED = "N"
               MOVE WS-SUSPENSE-GL TO WS-GL-CODE-OUT
           END-IF.

           MOVE "N" TO WS-FOUND.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-PERIOD (JX) = WS-CUR-PERIOD
                   AND WS-JR-GLCODE (JX) = WS-GL-CODE-OUT
                   AND WS-JR-DEPT (JX) = WS-DEPT-CODE
                   AND WS-JR-SOURCE (JX) = WS-ACR-SOURCE
                   MOVE "Y" TO WS-FOUND
                   IF WS-RAW > 0
                       ADD WS-RAW TO WS-JR-INCOME (JX)
                   ELSE
                       ADD WS-NET TO WS-JR-EXPENSE (JX)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FOUND = "N"
               IF WS-JRNL-COUNT < 3000
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-CUR-PERIOD TO WS-JR-PERIOD (WS-JRNL-COUNT)
                   MOVE WS-GL-CODE-OUT
                       TO WS-JR-GLCODE (WS-JRNL-COUNT)
                   MOVE WS-DEPT-CODE TO WS-JR-DEPT (WS-JRNL-COUNT)
                   MOVE WS-ACR-SOURCE TO WS-JR-SOURCE (WS-JRNL-COUNT)
                   MOVE 0 TO WS-JR-INCOME (WS-JRNL-COUNT)
                   MOVE 0 TO WS-JR-EXPENSE (WS-JRNL-COUNT)
                   IF WS-RAW > 0
                       MOVE WS-RAW TO WS-JR-INCOME (WS-JRNL-COUNT)
                   ELSE
                       MOVE WS-NET TO WS-JR-EXPENSE (WS-JRNL-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-JRNL-OVERFLOW-COUNT
                   DISPLAY "Warning: journal entry dropped - "
                       "3000-entry table full" UPON SYSERR
               END-IF
           END-IF.

       0198-NEXT-ACCRUAL-PERIOD.

      *    THE PERIOD AFTER THE ONE THE ACCRUAL BOOKED INTO: THE
      *    EARLIEST LATER FISCAL PERIOD WHEN A CALENDAR IS LOADED
      *    (SPACES WHEN NONE FOLLOWS), OTHERWISE THE NEXT CALENDAR
      *    MONTH.

           MOVE SPACES TO WS-ACR-NEXT-PERIOD.

           IF WS-FISCAL-LOADED = "Y"
               PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-FISCAL-COUNT
                   IF WS-FC-ID (HX) > WS-ACR-BOOKPER (ACX)
                       AND (WS-ACR-NEXT-PERIOD = SPACES
                           OR WS-FC-ID (HX) < WS-ACR-NEXT-PERIOD)
                       MOVE WS-FC-ID (HX) TO WS-ACR-NEXT-PERIOD
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACR-BOOKPER (ACX) (1:4) TO WS-PER-YYYY.
           MOVE WS-ACR-BOOKPER (ACX) (6:2) TO WS-PER-MM.
           ADD 1 TO WS-PER-MM.
           IF WS-PER-MM > 12
               MOVE 1 TO WS-PER-MM
               ADD 1 TO WS-PER-YYYY
           END-IF.
           STRING WS-PER-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PER-MM DELIMITED BY SIZE
               INTO WS-ACR-NEXT-PERIOD
           END-STRING.

       0199-WARN-UNAPPLIED-ACCRUALS.

      *    BATCH MODE: AN ACCRUAL WHOSE ACCOUNT NEVER CAME THROUGH
      *    THE CONTROL FILE (OR WAS SKIPPED) IS NEVER BOOKED.

           PERFORM VARYING ACX FROM 1 BY 1
               UNTIL ACX > WS-ACCRUAL-COUNT
               IF WS-ACR-APPLIED (ACX) = "N"
                   ADD 1 TO WS-ACR-UNAPPLIED
                   MOVE WS-ACR-LINE-NUM (ACX) TO WS-COUNT-BUF
                   DISPLAY "Warning: accrual on line "
                       FUNCTION TRIM (WS-COUNT-BUF) " not booked - "
                       "account " FUNCTION TRIM (WS-ACR-ACCT (ACX))
                       " was not processed" UPON SYSERR
               END-IF
           END-PERFORM.

       0070-LOAD-CATMASTER.

      *    OPTIONAL CATEGORY-TO-GL-CODE MASTER. ONE LINE PER CATEGORY,
      *    FORMAT CATEGORY-NAME,GL-CODE[,TAX-CODE] - THE TAX CODE IS
      *    THE CATEGORY'S DEFAULT, USED WHEN A ROW NAMES NONE OF ITS
      *    OWN. SKIPPED ENTIRELY WHEN NO PATH (OR "NONE") IS SUPPLIED
      *    ON THE COMMAND LINE.

           IF WS-CATMASTER-PATH = SPACES
               OR WS-CATMASTER-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATMASTER-FILE.
           IF WS-CATMASTER-STATUS NOT = "00"
               DISPLAY "Cannot open category master file: "
                   WS-CATMASTER-PATH " status " WS-CATMASTER-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-CATMASTER-STATUS NOT = "00"
               READ CATMASTER-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0075-ADD-CATMASTER-ENTRY
               END-READ
           END-PERFORM.

           CLOSE CATMASTER-FILE.

       0075-ADD-CATMASTER-ENTRY.

           MOVE CATMASTER-RECORD TO WS-CATMASTER-LINE.

           IF WS-CATMASTER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-CATMASTER-COUNT < 2000
               ADD 1 TO WS-CATMASTER-COUNT
               MOVE SPACES TO WS-TC-CODE-S
               UNSTRING WS-CATMASTER-LINE DELIMITED BY ","
                   INTO WS-CM-NAME (WS-CATMASTER-COUNT)
                       WS-CM-GLCODE (WS-CATMASTER-COUNT)
                       WS-TC-CODE-S
               END-UNSTRING
               MOVE FUNCTION TRIM (WS-CM-NAME (WS-CATMASTER-COUNT))
                   TO WS-CM-NAME (WS-CATMASTER-COUNT)
               MOVE FUNCTION TRIM (WS-CM-GLCODE (WS-CATMASTER-COUNT))
                   TO WS-CM-GLCODE (WS-CATMASTER-COUNT)
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-TC-CODE-S))
                   TO WS-CM-TAXCODE (WS-CATMASTER-COUNT)
           ELSE
               DISPLAY "Warning: category master entry dropped - "
                   "2000-entry table full" UPON SYSERR
           END-IF.

       0072-LOAD-CATRULES.

      *    OPTIONAL CATEGORIZATION-RULES FILE. ONE LINE PER RULE,
      *    FORMAT PATTERN,TARGET-CATEGORY,PRIORITY. SKIPPED ENTIRELY
      *    WHEN NO PATH (OR "NONE") IS SUPPLIED ON THE COMMAND LINE.

           IF WS-CATRULES-PATH = SPACES
               OR WS-CATRULES-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATRULES-FILE.
           IF WS-CATRULES-STATUS NOT = "00"
               DISPLAY "Cannot open categorization rules file: "
                   WS-CATRULES-PATH " status " WS-CATRULES-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-CATRULES-STATUS NOT = "00"
               READ CATRULES-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0077-ADD-CATRULE-ENTRY
               END-READ
           END-PERFORM.

           CLOSE CATRULES-FILE.

       0077-ADD-CATRULE-ENTRY.

      *    A RULE PATTERN ENDING IN "*" IS A PREFIX MATCH AGAINST THE
      *    TRANSACTION DESCRIPTION; ANY OTHER PATTERN MATCHES ANYWHERE
      *    WITHIN IT. THE TRAILING "*" IS STRIPPED HERE AND THE
      *    EFFECTIVE PATTERN LENGTH PRECOMPUTED SO THE PER-ROW MATCH
      *    IN 0112-APPLY-CATRULES STAYS CHEAP.

           MOVE CATRULES-RECORD TO WS-CATRULES-LINE.

           IF WS-CATRULES-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-CATRULES-COUNT >= 500
               DISPLAY "Warning: categorization rule dropped - "
                   "500-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CATRULES-COUNT.
           MOVE SPACES TO WS-CR-PRIORITY-S.
           UNSTRING WS-CATRULES-LINE DELIMITED BY ","
               INTO WS-CR-PATTERN (WS-CATRULES-COUNT)
                   WS-CR-TARGET (WS-CATRULES-COUNT)
                   WS-CR-PRIORITY-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM
               (WS-CR-PATTERN (WS-CATRULES-COUNT)))
               TO WS-CR-PATTERN (WS-CATRULES-COUNT).
           MOVE FUNCTION TRIM (WS-CR-TARGET (WS-CATRULES-COUNT))
               TO WS-CR-TARGET (WS-CATRULES-COUNT).

           IF WS-CR-PATTERN (WS-CATRULES-COUNT) = SPACES
               OR WS-CR-TARGET (WS-CATRULES-COUNT) = SPACES
               DISPLAY "Warning: categorization rule dropped - "
                   "missing pattern or target category" UPON SYSERR
               SUBTRACT 1 FROM WS-CATRULES-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CR-PATLEN (WS-CATRULES-COUNT) = FUNCTION LENGTH
               (FUNCTION TRIM (WS-CR-PATTERN (WS-CATRULES-COUNT))).

           MOVE "N" TO WS-CR-PREFIX (WS-CATRULES-COUNT).
           IF WS-CR-PATTERN (WS-CATRULES-COUNT)
               (WS-CR-PATLEN (WS-CATRULES-COUNT):1) = "*"
               MOVE "Y" TO WS-CR-PREFIX (WS-CATRULES-COUNT)
               MOVE SPACE TO WS-CR-PATTERN (WS-CATRULES-COUNT)
                   (WS-CR-PATLEN (WS-CATRULES-COUNT):1)
               SUBTRACT 1 FROM WS-CR-PATLEN (WS-CATRULES-COUNT)
               IF WS-CR-PATLEN (WS-CATRULES-COUNT) = 0
                   DISPLAY "Warning: categorization rule dropped - "
                       "pattern is only an asterisk" UPON SYSERR
                   SUBTRACT 1 FROM WS-CATRULES-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
               (FUNCTION TRIM (WS-CR-PRIORITY-S)).
           IF WS-CR-PRIORITY-S = SPACES OR WS-NUMVAL-POS NOT = 0
               MOVE 9999 TO WS-CR-PRIORITY (WS-CATRULES-COUNT)
           ELSE
               COMPUTE WS-CR-PRIORITY (WS-CATRULES-COUNT) =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-CR-PRIORITY-S))
           END-IF.

       0080-LOAD-BUDGET.

      *    OPTIONAL BUDGET FILE. ONE LINE PER CATEGORY PER PERIOD,
      *    FORMAT CATEGORY-NAME,YYYY-MM,BUDGETED-AMOUNT. SKIPPED
      *    ENTIRELY WHEN NO PATH (OR "NONE") IS SUPPLIED.

           IF WS-BUDGET-PATH = SPACES
               OR WS-BUDGET-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "Cannot open budget file: " WS-BUDGET-PATH
                   " status " WS-BUDGET-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-BUDGET-STATUS NOT = "00"
               READ BUDGET-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0085-ADD-BUDGET-ENTRY
               END-READ
           END-PERFORM.

           CLOSE BUDGET-FILE.

       0085-ADD-BUDGET-ENTRY.

           MOVE BUDGET-RECORD TO WS-BUDGET-LINE.

           IF WS-BUDGET-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-BUDGET-COUNT < 3000
               ADD 1 TO WS-BUDGET-COUNT
               UNSTRING WS-BUDGET-LINE DELIMITED BY ","
                   INTO WS-BG-CAT-NAME (WS-BUDGET-COUNT)
                       WS-BG-PERIOD (WS-BUDGET-COUNT)
                       WS-BUDGET-AMT-S
               END-UNSTRING
               MOVE FUNCTION TRIM (WS-BG-CAT-NAME (WS-BUDGET-COUNT))
                   TO WS-BG-CAT-NAME (WS-BUDGET-COUNT)
               MOVE FUNCTION TRIM (WS-BG-PERIOD (WS-BUDGET-COUNT))
                   TO WS-BG-PERIOD (WS-BUDGET-COUNT)
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                   (FUNCTION TRIM (WS-BUDGET-AMT-S))
               IF WS-NUMVAL-POS NOT = 0
                   DISPLAY "Warning: budget entry dropped - "
                       "non-numeric amount" UPON SYSERR
                   SUBTRACT 1 FROM WS-BUDGET-COUNT
               ELSE
                   COMPUTE WS-BG-AMOUNT (WS-BUDGET-COUNT) =
                       FUNCTION NUMVAL-C
                           (FUNCTION TRIM (WS-BUDGET-AMT-S))
               END-IF
           ELSE
               DISPLAY "Warning: budget entry dropped - "
                   "3000-entry table full" UPON SYSERR
           END-IF.

       0094-LOAD-LIMITS.

      *    OPTIONAL SPENDING-LIMITS FILE. ONE LINE PER CATEGORY,
      *    FORMAT CATEGORY,MAX-SINGLE,MAX-PERIOD,SEVERITY. EITHER
      *    LIMIT MAY BE LEFT BLANK TO SKIP THAT CHECK; SEVERITY
      *    DEFAULTS TO WARN.

           IF WS-LIMITS-PATH = SPACES
               OR WS-LIMITS-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LIMITS-FILE.
           IF WS-LIMITS-STATUS NOT = "00"
               DISPLAY "Cannot open spending-limits file: "
                   WS-LIMITS-PATH " status " WS-LIMITS-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-LIMITS-STATUS NOT = "00"
               READ LIMITS-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0099-ADD-LIMIT-ENTRY
               END-READ
           END-PERFORM.

           CLOSE LIMITS-FILE.

       0099-ADD-LIMIT-ENTRY.

           MOVE LIMITS-RECORD TO WS-LIMITS-LINE.

           IF WS-LIMITS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIMITS-COUNT >= 500
               DISPLAY "Warning: spending limit dropped - "
                   "500-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LIMITS-COUNT.
           MOVE SPACES TO WS-LM-SINGLE-S WS-LM-PERIOD-S WS-LM-SEV-S.
           UNSTRING WS-LIMITS-LINE DELIMITED BY ","
               INTO WS-LM-CAT (WS-LIMITS-COUNT)
                   WS-LM-SINGLE-S WS-LM-PERIOD-S WS-LM-SEV-S
           END-UNSTRING.

           MOVE FUNCTION TRIM (WS-LM-CAT (WS-LIMITS-COUNT))
               TO WS-LM-CAT (WS-LIMITS-COUNT).
           IF WS-LM-CAT (WS-LIMITS-COUNT) = SPACES
               DISPLAY "Warning: spending limit dropped - "
                   "missing category" UPON SYSERR
               SUBTRACT 1 FROM WS-LIMITS-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LM-HAS-SINGLE (WS-LIMITS-COUNT).
           MOVE 0 TO WS-LM-MAXSINGLE (WS-LIMITS-COUNT).
           IF WS-LM-SINGLE-S NOT = SPACES
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                   (FUNCTION TRIM (WS-LM-SINGLE-S))
               IF WS-NUMVAL-POS = 0
                   MOVE "Y" TO WS-LM-HAS-SINGLE (WS-LIMITS-COUNT)
                   COMPUTE WS-LM-MAXSINGLE (WS-LIMITS-COUNT) =
                       FUNCTION NUMVAL-C
                           (FUNCTION TRIM (WS-LM-SINGLE-S))
               ELSE
                   DISPLAY "Warning: non-numeric single-transaction "
                       "limit ignored" UPON SYSERR
               END-IF
           END-IF.

           MOVE "N" TO WS-LM-HAS-PERIOD (WS-LIMITS-COUNT).
           MOVE 0 TO WS-LM-MAXPERIOD (WS-LIMITS-COUNT).
           IF WS-LM-PERIOD-S NOT = SPACES
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                   (FUNCTION TRIM (WS-LM-PERIOD-S))
               IF WS-NUMVAL-POS = 0
                   MOVE "Y" TO WS-LM-HAS-PERIOD (WS-LIMITS-COUNT)
                   COMPUTE WS-LM-MAXPERIOD (WS-LIMITS-COUNT) =
                       FUNCTION NUMVAL-C
                           (FUNCTION TRIM (WS-LM-PERIOD-S))
               ELSE
                   DISPLAY "Warning: non-numeric period limit "
                       "ignored" UPON SYSERR
               END-IF
           END-IF.

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-LM-SEV-S))
               = "FAIL"
               MOVE "FAIL" TO WS-LM-SEV (WS-LIMITS-COUNT)
           ELSE
               MOVE "WARN" TO WS-LM-SEV (WS-LIMITS-COUNT)
           END-IF.

       0071-LOAD-FISCAL.

      *    OPTIONAL FISCAL-CALENDAR FILE. ONE LINE PER FISCAL PERIOD,
      *    FORMAT PERIOD-ID,START-DATE,END-DATE. WHEN AT LEAST ONE
      *    PERIOD LOADS, FISCAL BUCKETING REPLACES THE CALENDAR-MONTH
      *    LOGIC IN PERIOD ASSIGNMENT AND PERIOD BOUNDS.

           IF WS-FISCAL-PATH = SPACES
               OR WS-FISCAL-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS NOT = "00"
               DISPLAY "Cannot open fiscal calendar file: "
                   WS-FISCAL-PATH " status " WS-FISCAL-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-FISCAL-STATUS NOT = "00"
               READ FISCAL-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0076-ADD-FISCAL-ENTRY
               END-READ
           END-PERFORM.

           CLOSE FISCAL-FILE.

           IF WS-FISCAL-COUNT > 0
               MOVE "Y" TO WS-FISCAL-LOADED
           END-IF.

       0076-ADD-FISCAL-ENTRY.

           MOVE FISCAL-RECORD TO WS-FISCAL-LINE.

           IF WS-FISCAL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-FISCAL-COUNT >= 200
               DISPLAY "Warning: fiscal period dropped - "
                   "200-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FISCAL-COUNT.
           UNSTRING WS-FISCAL-LINE DELIMITED BY ","
               INTO WS-FC-ID (WS-FISCAL-COUNT)
                   WS-FC-START (WS-FISCAL-COUNT)
                   WS-FC-END (WS-FISCAL-COUNT)
           END-UNSTRING.

           MOVE FUNCTION TRIM (WS-FC-ID (WS-FISCAL-COUNT))
               TO WS-FC-ID (WS-FISCAL-COUNT).
           MOVE FUNCTION TRIM (WS-FC-START (WS-FISCAL-COUNT))
               TO WS-FC-START (WS-FISCAL-COUNT).
           MOVE FUNCTION TRIM (WS-FC-END (WS-FISCAL-COUNT))
               TO WS-FC-END (WS-FISCAL-COUNT).

           IF WS-FC-ID (WS-FISCAL-COUNT) = SPACES
               OR WS-FC-START (WS-FISCAL-COUNT) = SPACES
               OR WS-FC-END (WS-FISCAL-COUNT) = SPACES
               DISPLAY "Warning: fiscal period dropped - "
                   "missing id or date" UPON SYSERR
               SUBTRACT 1 FROM WS-FISCAL-COUNT
           END-IF.

       0086-LOAD-RATES.

      *    OPTIONAL EXCHANGE-RATE FILE. ONE LINE PER CURRENCY PER
      *    CALENDAR MONTH, FORMAT CURRENCY,YYYY-MM,RATE. SKIPPED
      *    ENTIRELY WHEN NO PATH (OR "NONE") IS SUPPLIED.

           IF WS-RATES-PATH = SPACES
               OR WS-RATES-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "Cannot open exchange-rate file: "
                   WS-RATES-PATH " status " WS-RATES-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-RATES-STATUS NOT = "00"
               READ RATES-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0088-ADD-RATE-ENTRY
               END-READ
           END-PERFORM.

           CLOSE RATES-FILE.

       0088-ADD-RATE-ENTRY.

           MOVE RATES-RECORD TO WS-RATES-LINE.

           IF WS-RATES-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-RATES-COUNT >= 1000
               DISPLAY "Warning: exchange rate dropped - "
                   "1000-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RATES-COUNT.
           MOVE SPACES TO WS-FX-CUR-S WS-FX-RATE-S.
           UNSTRING WS-RATES-LINE DELIMITED BY ","
               INTO WS-FX-CUR-S
                   WS-FX-PERIOD (WS-RATES-COUNT)
                   WS-FX-RATE-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-FX-CUR-S))
               (1:3) TO WS-FX-CUR (WS-RATES-COUNT).
           MOVE FUNCTION TRIM (WS-FX-PERIOD (WS-RATES-COUNT))
               TO WS-FX-PERIOD (WS-RATES-COUNT).

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
               (FUNCTION TRIM (WS-FX-RATE-S)).
           IF WS-FX-RATE-S = SPACES OR WS-NUMVAL-POS NOT = 0
               DISPLAY "Warning: exchange rate dropped - "
                   "non-numeric rate" UPON SYSERR
               SUBTRACT 1 FROM WS-RATES-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FX-RATE (WS-RATES-COUNT) =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-FX-RATE-S)).

           IF WS-FX-RATE (WS-RATES-COUNT) = 0
               DISPLAY "Warning: exchange rate dropped - "
                   "zero rate" UPON SYSERR
               SUBTRACT 1 FROM WS-RATES-COUNT
           END-IF.

       0087-LOAD-PAYEERULES.

      *    OPTIONAL PAYEE MASTER. ONE LINE PER RULE, FORMAT
      *    PATTERN,PAYEE-NAME,PRIORITY - THE SAME SHAPE AND MATCHING
      *    STYLE AS THE CATEGORIZATION RULES, RESOLVING TO A
      *    CANONICAL PAYEE INSTEAD OF A CATEGORY. SKIPPED ENTIRELY
      *    WHEN NO PATH (OR "NONE") IS SUPPLIED.

           IF WS-PAYRULES-PATH = SPACES
               OR WS-PAYRULES-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PAYRULES-FILE.
           IF WS-PAYRULES-STATUS NOT = "00"
               DISPLAY "Cannot open payee master file: "
                   WS-PAYRULES-PATH " status " WS-PAYRULES-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-PAYRULES-STATUS NOT = "00"
               READ PAYRULES-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0089-ADD-PAYEERULE-ENTRY
               END-READ
           END-PERFORM.

           CLOSE PAYRULES-FILE.

       0089-ADD-PAYEERULE-ENTRY.

           MOVE PAYRULES-RECORD TO WS-PAYRULES-LINE.

           IF WS-PAYRULES-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-PAYRULES-COUNT >= 500
               DISPLAY "Warning: payee rule dropped - "
                   "500-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PAYRULES-COUNT.
           MOVE SPACES TO WS-PR-PRIORITY-S.
           UNSTRING WS-PAYRULES-LINE DELIMITED BY ","
               INTO WS-PR-PATTERN (WS-PAYRULES-COUNT)
                   WS-PR-TARGET (WS-PAYRULES-COUNT)
                   WS-PR-PRIORITY-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM
               (WS-PR-PATTERN (WS-PAYRULES-COUNT)))
               TO WS-PR-PATTERN (WS-PAYRULES-COUNT).
           MOVE FUNCTION TRIM (WS-PR-TARGET (WS-PAYRULES-COUNT))
               TO WS-PR-TARGET (WS-PAYRULES-COUNT).

           IF WS-PR-PATTERN (WS-PAYRULES-COUNT) = SPACES
               OR WS-PR-TARGET (WS-PAYRULES-COUNT) = SPACES
               DISPLAY "Warning: payee rule dropped - "
                   "missing pattern or payee name" UPON SYSERR
               SUBTRACT 1 FROM WS-PAYRULES-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PR-PATLEN (WS-PAYRULES-COUNT) = FUNCTION LENGTH
               (FUNCTION TRIM (WS-PR-PATTERN (WS-PAYRULES-COUNT))).

           MOVE "N" TO WS-PR-PREFIX (WS-PAYRULES-COUNT).
           IF WS-PR-PATTERN (WS-PAYRULES-COUNT)
               (WS-PR-PATLEN (WS-PAYRULES-COUNT):1) = "*"
               MOVE "Y" TO WS-PR-PREFIX (WS-PAYRULES-COUNT)
               MOVE SPACE TO WS-PR-PATTERN (WS-PAYRULES-COUNT)
                   (WS-PR-PATLEN (WS-PAYRULES-COUNT):1)
               SUBTRACT 1 FROM WS-PR-PATLEN (WS-PAYRULES-COUNT)
               IF WS-PR-PATLEN (WS-PAYRULES-COUNT) = 0
                   DISPLAY "Warning: payee rule dropped - "
                       "pattern is only an asterisk" UPON SYSERR
                   SUBTRACT 1 FROM WS-PAYRULES-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
               (FUNCTION TRIM (WS-PR-PRIORITY-S)).
           IF WS-PR-PRIORITY-S = SPACES OR WS-NUMVAL-POS NOT = 0
               MOVE 9999 TO WS-PR-PRIORITY (WS-PAYRULES-COUNT)
           ELSE
               COMPUTE WS-PR-PRIORITY (WS-PAYRULES-COUNT) =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-PR-PRIORITY-S))
           END-IF.

       0115-APPLY-PAYEERULES.

      *    RESOLVES WS-PAYEE-S FOR THE ROW'S DESCRIPTION: THE BEST
      *    MATCHING PAYEE RULE (LOWEST PRIORITY, TIES TO THE RULE
      *    LOADED FIRST), FALLING BACK TO THE RAW TRIMMED
      *    DESCRIPTION SO UNMATCHED VENDORS STILL ROLL UP UNDER
      *    SOMETHING VISIBLE.

           MOVE FUNCTION TRIM (WS-DESC-S) TO WS-PAYEE-S.

           IF WS-PAYRULES-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-DESC-S))
               TO WS-DESC-UPPER.

           MOVE 0 TO WS-PR-BEST.
           MOVE 9999 TO WS-PR-BEST-PRI.

           PERFORM VARYING PRX FROM 1 BY 1
               UNTIL PRX > WS-PAYRULES-COUNT
               IF WS-PR-PREFIX (PRX) = "Y"
                   IF WS-DESC-UPPER (1:WS-PR-PATLEN (PRX))
                       = WS-PR-PATTERN (PRX) (1:WS-PR-PATLEN (PRX))
                       PERFORM 0127-TAKE-PAYRULE-IF-BETTER
                   END-IF
               ELSE
                   MOVE 0 TO WS-PR-TALLY
                   INSPECT WS-DESC-UPPER TALLYING WS-PR-TALLY
                       FOR ALL WS-PR-PATTERN (PRX)
                           (1:WS-PR-PATLEN (PRX))
                   IF WS-PR-TALLY > 0
                       PERFORM 0127-TAKE-PAYRULE-IF-BETTER
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PR-BEST > 0
               MOVE WS-PR-TARGET (WS-PR-BEST) TO WS-PAYEE-S
           END-IF.

       0127-TAKE-PAYRULE-IF-BETTER.

           IF WS-PR-BEST = 0
               OR WS-PR-PRIORITY (PRX) < WS-PR-BEST-PRI
               SET WS-PR-BEST TO PRX
               MOVE WS-PR-PRIORITY (PRX) TO WS-PR-BEST-PRI
           END-IF.

       0126-UPDATE-PAYEE.

           MOVE 0 TO WS-PY-HIT.
           PERFORM VARYING PYX FROM 1 BY 1
               UNTIL PYX > WS-PAYEE-COUNT
               IF FUNCTION UPPER-CASE (WS-PY-NAME (PYX))
                   = FUNCTION UPPER-CASE (WS-PAYEE-S)
                   SET WS-PY-HIT TO PYX
               END-IF
           END-PERFORM.

           IF WS-PY-HIT = 0
               IF WS-PAYEE-COUNT >= 2000
                   IF WS-PAYEE-OVERFLOW-COUNT = 0
                       DISPLAY "Warning: payee breakdown degraded - "
                           "2000-entry table full" UPON SYSERR
                   END-IF
                   ADD 1 TO WS-PAYEE-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAYEE-COUNT
               MOVE WS-PAYEE-COUNT TO WS-PY-HIT
               MOVE WS-PAYEE-S TO WS-PY-NAME (WS-PY-HIT)
               MOVE 0 TO WS-PY-INCOME (WS-PY-HIT)
               MOVE 0 TO WS-PY-EXPENSE (WS-PY-HIT)
               MOVE 0 TO WS-PY-COUNT (WS-PY-HIT)
           END-IF.

           ADD 1 TO WS-PY-COUNT (WS-PY-HIT).
           IF WS-RAW > 0
               ADD WS-RAW TO WS-PY-INCOME (WS-PY-HIT)
           ELSE
               IF WS-RAW < 0
                   ADD WS-NET TO WS-PY-EXPENSE (WS-PY-HIT)
               END-IF
           END-IF.

       0091-LOAD-DEPTMASTER.

      *    OPTIONAL DEPARTMENT (COST-CENTER) MASTER. ONE LINE PER
      *    COST CENTER, FORMAT CODE,DEPARTMENT-NAME,ACTIVE-FLAG.
      *    WITH AT LEAST ONE ENTRY LOADED, THE SIXTH CSV COLUMN IS
      *    VALIDATED AGAINST IT.

           IF WS-DEPTMASTER-PATH = SPACES
               OR WS-DEPTMASTER-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT DEPTMASTER-FILE.
           IF WS-DEPTMASTER-STATUS NOT = "00"
               DISPLAY "Cannot open department master file: "
                   WS-DEPTMASTER-PATH " status "
                   WS-DEPTMASTER-STATUS UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-DEPTMASTER-STATUS NOT = "00"
               READ DEPTMASTER-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0101-ADD-DEPTMASTER-ENTRY
               END-READ
           END-PERFORM.

           CLOSE DEPTMASTER-FILE.

           IF WS-DEPTMASTER-COUNT > 0
               MOVE "Y" TO WS-DM-LOADED
           END-IF.

       0101-ADD-DEPTMASTER-ENTRY.

           MOVE DEPTMASTER-RECORD TO WS-DEPTMASTER-LINE.

           IF WS-DEPTMASTER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-DEPTMASTER-COUNT >= 200
               DISPLAY "Warning: department master entry dropped - "
                   "200-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEPTMASTER-COUNT.
           MOVE SPACES TO WS-DM-ACTIVE-S.
           UNSTRING WS-DEPTMASTER-LINE DELIMITED BY ","
               INTO WS-DM-CODE (WS-DEPTMASTER-COUNT)
                   WS-DM-NAME (WS-DEPTMASTER-COUNT)
                   WS-DM-ACTIVE-S
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM
               (WS-DM-CODE (WS-DEPTMASTER-COUNT)))
               TO WS-DM-CODE (WS-DEPTMASTER-COUNT).
           MOVE FUNCTION TRIM (WS-DM-NAME (WS-DEPTMASTER-COUNT))
               TO WS-DM-NAME (WS-DEPTMASTER-COUNT).

           IF WS-DM-CODE (WS-DEPTMASTER-COUNT) = SPACES
               DISPLAY "Warning: department master entry dropped - "
                   "missing code" UPON SYSERR
               SUBTRACT 1 FROM WS-DEPTMASTER-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-DM-ACTIVE-S))
               = "N"
               MOVE "N" TO WS-DM-ACTIVE (WS-DEPTMASTER-COUNT)
           ELSE
               MOVE "Y" TO WS-DM-ACTIVE (WS-DEPTMASTER-COUNT)
           END-IF.

       0128-RESOLVE-DEPT.

      *    RESOLVES THE ROW'S COST-CENTER CODE FROM THE OPTIONAL
      *    SIXTH CSV COLUMN. A BLANK CODE LANDS IN THE DEFAULT
      *    "Unassigned" DEPARTMENT (CODE UNASSIGN); WITH A
      *    DEPARTMENT MASTER LOADED, AN UNKNOWN OR INACTIVE CODE
      *    REJECTS THE ROW WITH A SPECIFIC REASON.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-DEPT-S))
               TO WS-DEPT-CODE.

           IF WS-DEPT-CODE = SPACES
               MOVE "UNASSIGN" TO WS-DEPT-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-DM-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DM-HIT.
           PERFORM VARYING DMX FROM 1 BY 1
               UNTIL DMX > WS-DEPTMASTER-COUNT
               IF WS-DM-CODE (DMX) = WS-DEPT-CODE
                   SET WS-DM-HIT TO DMX
               END-IF
           END-PERFORM.

           IF WS-DM-HIT = 0
               MOVE SPACES TO WS-REJECT-REASON
               STRING "unknown cost center " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DEPT-CODE) DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
               EXIT PARAGRAPH
           END-IF.

           IF WS-DM-ACTIVE (WS-DM-HIT) = "N"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "inactive cost center " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DEPT-CODE) DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM 0190-WRITE-REJECT
               MOVE "Y" TO WS-LINE-REJECTED
           END-IF.

       0131-DEPT-NAME-FOR-CODE.

      *    DEPARTMENT NAME FOR WS-DEPT-CODE: "Unassigned" FOR THE
      *    DEFAULT BUCKET, THE MASTER'S NAME WHEN ONE IS ON FILE,
      *    OTHERWISE THE CODE ITSELF SO NOTHING PRINTS BLANK.

           IF WS-DEPT-CODE = "UNASSIGN"
               MOVE "Unassigned" TO WS-DEPT-NAME-S
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEPT-CODE TO WS-DEPT-NAME-S.
           PERFORM VARYING DMX FROM 1 BY 1
               UNTIL DMX > WS-DEPTMASTER-COUNT
               IF WS-DM-CODE (DMX) = WS-DEPT-CODE
                   AND WS-DM-NAME (DMX) NOT = SPACES
                   MOVE WS-DM-NAME (DMX) TO WS-DEPT-NAME-S
               END-IF
           END-PERFORM.

       0129-UPDATE-DEPT-TABLES.

      *    ACCUMULATES THE ROW (PARENT AMOUNT) INTO THE OVERALL
      *    DEPARTMENT TABLE AND THE DEPARTMENT-BY-PERIOD TABLE.

           MOVE 0 TO WS-DP-HIT.
           PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
               IF WS-DP-CODE (DPX) = WS-DEPT-CODE
                   SET WS-DP-HIT TO DPX
               END-IF
           END-PERFORM.

           IF WS-DP-HIT = 0
               IF WS-DEPT-COUNT >= 200
                   IF WS-DEPT-OVERFLOW-COUNT = 0
                       DISPLAY "Warning: department breakdown "
                           "degraded - 200-entry table full"
                           UPON SYSERR
                   END-IF
                   ADD 1 TO WS-DEPT-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DP-HIT
                   MOVE WS-DEPT-CODE TO WS-DP-CODE (WS-DP-HIT)
                   PERFORM 0131-DEPT-NAME-FOR-CODE
                   MOVE WS-DEPT-NAME-S TO WS-DP-NAME (WS-DP-HIT)
                   MOVE 0 TO WS-DP-INCOME (WS-DP-HIT)
                   MOVE 0 TO WS-DP-EXPENSE (WS-DP-HIT)
                   MOVE 0 TO WS-DP-COUNT (WS-DP-HIT)
               END-IF
           END-IF.

           IF WS-DP-HIT > 0
               ADD 1 TO WS-DP-COUNT (WS-DP-HIT)
               IF WS-RAW > 0
                   ADD WS-RAW TO WS-DP-INCOME (WS-DP-HIT)
               ELSE
                   IF WS-RAW < 0
                       ADD WS-NET TO WS-DP-EXPENSE (WS-DP-HIT)
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-DQ-HIT.
           PERFORM VARYING DQX FROM 1 BY 1
               UNTIL DQX > WS-DEPTPER-COUNT
               IF WS-DQ-CODE (DQX) = WS-DEPT-CODE
                   AND WS-DQ-PERIOD (DQX) = WS-CUR-PERIOD
                   SET WS-DQ-HIT TO DQX
               END-IF
           END-PERFORM.

           IF WS-DQ-HIT = 0
               IF WS-DEPTPER-COUNT >= 1200
                   IF WS-DEPTPER-OVERFLOW-COUNT = 0
                       DISPLAY "Warning: department-by-period "
                           "subtotals degraded - 1200-entry table "
                           "full" UPON SYSERR
                   END-IF
                   ADD 1 TO WS-DEPTPER-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPTPER-COUNT
               MOVE WS-DEPTPER-COUNT TO WS-DQ-HIT
               MOVE WS-DEPT-CODE TO WS-DQ-CODE (WS-DQ-HIT)
               MOVE WS-CUR-PERIOD TO WS-DQ-PERIOD (WS-DQ-HIT)
               MOVE 0 TO WS-DQ-INCOME (WS-DQ-HIT)
               MOVE 0 TO WS-DQ-EXPENSE (WS-DQ-HIT)
           END-IF.

           IF WS-RAW > 0
               ADD WS-RAW TO WS-DQ-INCOME (WS-DQ-HIT)
           ELSE
               IF WS-RAW < 0
                   ADD WS-NET TO WS-DQ-EXPENSE (WS-DQ-HIT)
               END-IF
           END-IF.

       0141-UPDATE-PCD.

      *    PERIOD-BY-CATEGORY-BY-COST-CENTER ROLLUP, THE SOURCE FOR
      *    THE GL JOURNAL BUILD NOW THAT DETAIL RECORDS CARRY THE
      *    COST-CENTER CODE. FED PER LEG FOR SPLIT GROUPS, LIKE THE
      *    PERIOD-BY-CATEGORY TABLE.

           MOVE 0 TO WS-PD-HIT.
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PCD-COUNT
               IF WS-PD-PERIOD (PDX) = WS-CUR-PERIOD
                   AND WS-PD-DEPT (PDX) = WS-DEPT-CODE
                   AND FUNCTION UPPER-CASE (WS-PD-CAT (PDX))
                       = FUNCTION UPPER-CASE (WS-CAT-S)
                   SET WS-PD-HIT TO PDX
               END-IF
           END-PERFORM.

           IF WS-PD-HIT = 0
               IF WS-PCD-COUNT >= 3000
                   IF WS-PCD-OVERFLOW-COUNT = 0
                       DISPLAY "Warning: journal cost-center "
                           "rollup degraded - 3000-entry table "
                           "full" UPON SYSERR
                   END-IF
                   ADD 1 TO WS-PCD-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PCD-COUNT
               MOVE WS-PCD-COUNT TO WS-PD-HIT
               MOVE WS-CUR-PERIOD TO WS-PD-PERIOD (WS-PD-HIT)
               MOVE WS-CAT-S TO WS-PD-CAT (WS-PD-HIT)
               MOVE WS-DEPT-CODE TO WS-PD-DEPT (WS-PD-HIT)
               MOVE 0 TO WS-PD-INCOME (WS-PD-HIT)
               MOVE 0 TO WS-PD-EXPENSE (WS-PD-HIT)
           END-IF.

           IF WS-RAW > 0
               ADD WS-RAW TO WS-PD-INCOME (WS-PD-HIT)
           ELSE
               IF WS-RAW < 0
                   ADD WS-NET TO WS-PD-EXPENSE (WS-PD-HIT)
               END-IF
           END-IF.

       0082-LOAD-SNAPSHOT.

      *    OPTIONAL PRIOR-RUN SNAPSHOT. A MISSING FILE JUST MEANS
      *    THERE WAS NO PRIOR SUCCESSFUL RUN, SO NO COMPARISON IS
      *    EMITTED AND THE RUN PROCEEDS NORMALLY.

           IF WS-SNAPSHOT-PATH = SPACES
               OR WS-SNAPSHOT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SNAPSHOT-STATUS NOT = "00"
               READ SNAPSHOT-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0083-ADD-SNAPSHOT-ENTRY
               END-READ
           END-PERFORM.

           CLOSE SNAPSHOT-FILE.

           IF WS-SNAP-COUNT > 0
               MOVE "Y" TO WS-SNAP-LOADED
           END-IF.

       0083-ADD-SNAPSHOT-ENTRY.

           MOVE SNAPSHOT-RECORD TO WS-SNAP-LINE.

           IF WS-SNAP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-SNAP-COUNT >= 6000
               DISPLAY "Warning: snapshot entry dropped - "
                   "6000-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SNAP-COUNT.
           MOVE SPACES TO WS-SN-INC-S WS-SN-EXP-S.
           UNSTRING WS-SNAP-LINE DELIMITED BY "|"
               INTO WS-SN-SCOPE (WS-SNAP-COUNT)
                   WS-SN-TYPE (WS-SNAP-COUNT)
                   WS-SN-PERIOD (WS-SNAP-COUNT)
                   WS-SN-CAT (WS-SNAP-COUNT)
                   WS-SN-INC-S WS-SN-EXP-S
           END-UNSTRING.

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
               (FUNCTION TRIM (WS-SN-INC-S)).
           IF WS-NUMVAL-POS = 0
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                   (FUNCTION TRIM (WS-SN-EXP-S))
           END-IF.

           IF WS-NUMVAL-POS NOT = 0
               DISPLAY "Warning: snapshot entry dropped - "
                   "non-numeric amount" UPON SYSERR
               SUBTRACT 1 FROM WS-SNAP-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SN-INC (WS-SNAP-COUNT) =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-SN-INC-S)).
           COMPUTE WS-SN-EXP (WS-SNAP-COUNT) =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-SN-EXP-S)).
           MOVE "N" TO WS-SN-SEEN (WS-SNAP-COUNT).

       0090-LOAD-CHECKPOINT.

      *    OPTIONAL CHECKPOINT FILE (SINGLE-FILE MODE ONLY). IF ONE
      *    EXISTS FROM A PRIOR INTERRUPTED RUN, THE SAVED LINE NUMBER
      *    AND RUNNING TOTALS ARE RESTORED SO THE RESTARTED RUN CAN
      *    SKIP THE LINES ALREADY ACCOUNTED FOR.

           IF WS-CKPT-PATH = SPACES
               OR WS-CKPT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ CHECKPOINT-FILE
               AT END CONTINUE
               NOT AT END PERFORM 0092-RESTORE-CHECKPOINT
           END-READ.

           CLOSE CHECKPOINT-FILE.

       0092-RESTORE-CHECKPOINT.

           MOVE CHECKPOINT-RECORD TO WS-CKPT-LINE.

           UNSTRING WS-CKPT-LINE DELIMITED BY ","
               INTO WS-CKPT-F-LINE WS-CKPT-F-TX
                   WS-CKPT-F-INC WS-CKPT-F-EXP
                   WS-MIN-DATE WS-MAX-DATE
                   WS-CKPT-F-HASCTL WS-CKPT-F-ECOUNT WS-CKPT-F-ETOTAL
           END-UNSTRING.

           COMPUTE WS-CKPT-RESTORE-LINE =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-CKPT-F-LINE)).
           COMPUTE WS-TX-COUNT =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-CKPT-F-TX)).
           COMPUTE WS-TOTAL-INCOME =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-CKPT-F-INC)).
           COMPUTE WS-TOTAL-EXPENSE =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-CKPT-F-EXP)).

           IF FUNCTION TRIM (WS-CKPT-F-HASCTL) = "Y"
               MOVE "Y" TO WS-HAS-CONTROL
               COMPUTE WS-EXPECT-COUNT =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-CKPT-F-ECOUNT))
               COMPUTE WS-EXPECT-TOTAL =
                   FUNCTION NUMVAL-C (FUNCTION TRIM (WS-CKPT-F-ETOTAL))
           END-IF.

       0095-SKIP-PROCESSED-LINES.

      *    REPLAYS THE LINES COVERED BY THE RESTORED CHECKPOINT
      *    (INCLUDING THE HEADER) SO WS-CAT-TABLE, WS-PERIOD-TABLE,
      *    WS-PERCAT-TABLE, WS-DAY-TABLE, WS-REJECT-COUNT, AND
      *    WS-CAT-OVERFLOW-COUNT ARE REBUILT FOR THEM TOO, RATHER THAN
      *    ONLY REFLECTING TRANSACTIONS SEEN AFTER THE RESUME POINT.
      *    WS-TX-COUNT AND THE RUNNING TOTALS ARE LEFT ALONE HERE
      *    SINCE 0092-RESTORE-CHECKPOINT ALREADY SET THEM FROM THE
      *    CHECKPOINT RECORD.

           MOVE "Y" TO WS-REPLAY-MODE.

           PERFORM VARYING WS-CKPT-SKIP-I FROM 1 BY 1
               UNTIL WS-CKPT-SKIP-I > WS-CKPT-RESTORE-LINE
                   OR WS-CSV-STATUS NOT = "00"
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0097-REPLAY-SKIPPED-LINE
               END-READ
           END-PERFORM.

      *    THE CHECKPOINT LINE NUMBER MARKS THE LAST LINE FULLY
      *    CONSUMED, SO A PARENT STILL PENDING HERE WAS ALREADY
      *    COUNTED AND ONLY ITS BREAKDOWN-TABLE ROWS NEED
      *    REBUILDING.

           PERFORM 0182-FLUSH-PENDING.
           MOVE "N" TO WS-REPLAY-MODE.

       0096-WRITE-CHECKPOINT.

      *    PERIODICALLY PERSISTS THE CURRENT LINE NUMBER, TRANSACTION
      *    COUNT, AND RUNNING TOTALS SO A RESTARTED RUN DOES NOT HAVE
      *    TO REPROCESS THIS FAR INTO THE FILE.

           IF WS-CKPT-PATH = SPACES
               OR WS-CKPT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION MOD (WS-TX-COUNT, WS-CKPT-INTERVAL) NOT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-CKPT-F-INC.
           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-CKPT-F-EXP.
           MOVE WS-EXPECT-COUNT TO WS-CKPT-F-ECOUNT.
           MOVE WS-EXPECT-TOTAL TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-CKPT-F-ETOTAL.

           STRING WS-LINE-NUM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TX-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-CKPT-F-INC) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-CKPT-F-EXP) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MIN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MAX-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-HAS-CONTROL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-CKPT-F-ECOUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-CKPT-F-ETOTAL) DELIMITED BY SIZE
               INTO CHECKPOINT-RECORD
           END-STRING.

           WRITE CHECKPOINT-RECORD.
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "Warning: checkpoint write failed - status "
                   WS-CKPT-STATUS UPON SYSERR
           END-IF.
           CLOSE CHECKPOINT-FILE.

       0097-REPLAY-SKIPPED-LINE.

      *    MIRRORS 0100-PROCESS-CSV-LINE'S HEADER/CONTROL-RECORD
      *    HANDLING AND CATEGORIZATION FOR A SINGLE LINE BEING
      *    REPLAYED DURING CHECKPOINT RESTART, WITHOUT RE-ADDING TO
      *    WS-TX-COUNT OR THE RUNNING TOTALS.

           MOVE CSV-RECORD TO WS-LINE.
           ADD 1 TO WS-LINE-NUM.

           IF WS-LINE-NUM = 1 AND WS-BATCH-MODE = "N"
               PERFORM 0105-CHECK-CONTROL-RECORD
               IF WS-HAS-CONTROL = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-HEADER-SKIPPED = "N"
               MOVE "Y" TO WS-HEADER-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0178-CHECK-SPLIT-ROW.
           IF WS-IS-SPLIT-ROW = "Y"
               PERFORM 0180-ADD-SPLIT-LEG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0182-FLUSH-PENDING.

           MOVE WS-LINE TO WS-PEND-LINE.
           MOVE WS-LINE-NUM TO WS-PEND-LINE-NUM.
           MOVE "Y" TO WS-PEND-ACTIVE.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO WS-SPLIT-SUM.
           MOVE "N" TO WS-SPLIT-BAD.

       0098-CLEAR-CHECKPOINT.

      *    A COMPLETED RUN NO LONGER NEEDS ITS CHECKPOINT. LEAVING THE
      *    OLD RECORD IN PLACE WOULD MAKE THE NEXT, UNRELATED RUN
      *    AGAINST THE SAME CHECKPOINT PATH SILENTLY RESUME FROM THIS
      *    RUN'S FINISHED STATE INSTEAD OF STARTING OVER. OPENING THE
      *    FILE FOR OUTPUT AND CLOSING IT WITHOUT WRITING A RECORD
      *    TRUNCATES IT TO EMPTY SO 0090-LOAD-CHECKPOINT FINDS NOTHING
      *    TO RESTORE ON THE NEXT RUN.

           IF WS-CKPT-PATH = SPACES
               OR WS-CKPT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               CLOSE CHECKPOINT-FILE
           END-IF.

       0120-CREATE-UPDATE-CATEGORY.

           MOVE "N" TO WS-FOUND.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-CAT-COUNT
               IF FUNCTION UPPER-CASE (WS-CAT-NAME (IX))
                   = FUNCTION UPPER-CASE (WS-CAT-S)
                   MOVE "Y" TO WS-FOUND
                   IF WS-RAW > 0
                       ADD WS-RAW TO WS-CAT-INCOME (IX)
                   ELSE
                       IF WS-RAW < 0
                           COMPUTE WS-NET = 0 - WS-RAW
                           ADD WS-NET TO WS-CAT-EXPENSE (IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FOUND = "N"
               IF WS-CAT-COUNT >= 9999
                   PERFORM 0125-SPILL-CATEGORY
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-S TO WS-CAT-NAME (WS-CAT-COUNT)
                   MOVE 0 TO WS-CAT-INCOME (WS-CAT-COUNT)
                   MOVE 0 TO WS-CAT-EXPENSE (WS-CAT-COUNT)
                   IF WS-RAW > 0
                       ADD WS-RAW TO WS-CAT-INCOME (WS-CAT-COUNT)
                   ELSE
                       IF WS-RAW < 0
                           COMPUTE WS-NET = 0 - WS-RAW
                           ADD WS-NET TO WS-CAT-EXPENSE (WS-CAT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0125-SPILL-CATEGORY.

      *    THE IN-MEMORY CATEGORY TABLE IS FULL (9999 DISTINCT
      *    CATEGORIES). RATHER THAN ABORT THE RUN, THE CATEGORY IS
      *    RECORDED TO THE OVERFLOW WORK FILE SO THE TRANSACTION
      *    IS NOT LOST; IT IS EXCLUDED FROM THE IN-MEMORY
      *    categoryBreakdowns ARRAY AND MUST BE RECONCILED SEPARATELY.

           ADD 1 TO WS-CAT-OVERFLOW-COUNT.

           IF WS-CATOVER-OPEN = "Y"
               MOVE SPACES TO CATOVER-RECORD
               MOVE WS-RAW TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CUR-ACCOUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CAT-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-DATE-S DELIMITED BY SIZE
                   INTO CATOVER-RECORD
               END-STRING
               WRITE CATOVER-RECORD
               IF WS-CATOVER-STATUS NOT = "00"
                   DISPLAY "Warning: category overflow write failed "
                       "- status " WS-CATOVER-STATUS UPON SYSERR
               END-IF
           END-IF.

       0130-UPDATE-PERIOD.

           MOVE "N" TO WS-PER-FOUND.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PERIOD-COUNT
               IF WS-PER-KEY (PX) = WS-CUR-PERIOD
                   MOVE "Y" TO WS-PER-FOUND
                   IF WS-RAW > 0
                       ADD WS-RAW TO WS-PER-INCOME (PX)
                   ELSE
                       IF WS-RAW < 0
                           ADD WS-NET TO WS-PER-EXPENSE (PX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PER-FOUND = "N"
               IF WS-PERIOD-COUNT < 120
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE WS-CUR-PERIOD TO WS-PER-KEY (WS-PERIOD-COUNT)
                   MOVE 0 TO WS-PER-INCOME (WS-PERIOD-COUNT)
                   MOVE 0 TO WS-PER-EXPENSE (WS-PERIOD-COUNT)
                   IF WS-RAW > 0
                       ADD WS-RAW
                           TO WS-PER-INCOME (WS-PERIOD-COUNT)
                   ELSE
                       IF WS-RAW < 0
                           ADD WS-NET
                               TO WS-PER-EXPENSE (WS-PERIOD-COUNT)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-PERIOD-OVERFLOW-COUNT
               END-IF
           END-IF.

       0135-UPDATE-DAY.

      *    ACCUMULATES THE SIGNED NET AMOUNT FOR EACH TRANSACTION DATE
      *    SEEN, FOR THE DAILY RUNNING-BALANCE LEDGER WRITTEN BY
      *    2030-WRITE-LEDGER ONCE WS-DAY-TABLE HAS BEEN SORTED.

           MOVE "N" TO WS-DAY-FOUND.

           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DAY-COUNT
               IF WS-DAY-KEY (DX) = WS-DATE-S
                   MOVE "Y" TO WS-DAY-FOUND
                   ADD WS-RAW TO WS-DAY-NET (DX)
               END-IF
           END-PERFORM.

           IF WS-DAY-FOUND = "N"
               IF WS-DAY-COUNT < 5000
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DATE-S TO WS-DAY-KEY (WS-DAY-COUNT)
                   MOVE WS-RAW TO WS-DAY-NET (WS-DAY-COUNT)
               ELSE
                   ADD 1 TO WS-DAY-OVERFLOW-COUNT
               END-IF
           END-IF.

       0140-UPDATE-PERIOD-CATEGORY.

           MOVE "N" TO WS-PER-FOUND.

           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-PERCAT-COUNT
               IF WS-PC-PERIOD (QX) = WS-CUR-PERIOD
                   AND FUNCTION UPPER-CASE (WS-PC-CAT-NAME (QX))
                       = FUNCTION UPPER-CASE (WS-CAT-S)
                   MOVE "Y" TO WS-PER-FOUND
                   IF WS-RAW > 0
                       ADD WS-RAW TO WS-PC-INCOME (QX)
                   ELSE
                       IF WS-RAW < 0
                           ADD WS-NET TO WS-PC-EXPENSE (QX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PER-FOUND = "N"
               IF WS-PERCAT-COUNT < 3000
                   ADD 1 TO WS-PERCAT-COUNT
                   MOVE WS-CUR-PERIOD TO WS-PC-PERIOD (WS-PERCAT-COUNT)
                   MOVE WS-CAT-S TO WS-PC-CAT-NAME (WS-PERCAT-COUNT)
                   MOVE 0 TO WS-PC-INCOME (WS-PERCAT-COUNT)
                   MOVE 0 TO WS-PC-EXPENSE (WS-PERCAT-COUNT)
                   IF WS-RAW > 0
                       ADD WS-RAW TO WS-PC-INCOME (WS-PERCAT-COUNT)
                   ELSE
                       IF WS-RAW < 0
                           ADD WS-NET TO WS-PC-EXPENSE (WS-PERCAT-COUNT)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-PERCAT-OVERFLOW-COUNT
               END-IF
           END-IF.

       1000-SORT-CATEGORIES.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-CAT-COUNT
               ADD 1 TO WS-I GIVING WS-J
               PERFORM VARYING WS-J FROM WS-J BY 1
                   UNTIL WS-J > WS-CAT-COUNT
                   IF WS-CAT-NAME (WS-I) > WS-CAT-NAME (WS-J)
                       MOVE WS-CAT-NAME (WS-I) TO WS-TMP-NAME
                       MOVE WS-CAT-NAME (WS-J) TO WS-CAT-NAME (WS-I)
                       MOVE WS-TMP-NAME TO WS-CAT-NAME (WS-J)
                       MOVE WS-CAT-INCOME (WS-I) TO WS-TMP-INC
                       MOVE WS-CAT-INCOME (WS-J) TO WS-CAT-INCOME (WS-I)
                       MOVE WS-TMP-INC TO WS-CAT-INCOME (WS-J)
                       MOVE WS-CAT-EXPENSE (WS-I) TO WS-TMP-EXP
                       MOVE WS-CAT-EXPENSE (WS-J)
                           TO WS-CAT-EXPENSE (WS-I)
                       MOVE WS-TMP-EXP TO WS-CAT-EXPENSE (WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1010-SORT-PERIODS.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-PERIOD-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-PERIOD-COUNT
                   IF WS-PER-KEY (WS-M) > WS-PER-KEY (WS-N)
                       MOVE WS-PER-KEY (WS-M) TO WS-PER-TMP-KEY
                       MOVE WS-PER-KEY (WS-N) TO WS-PER-KEY (WS-M)
                       MOVE WS-PER-TMP-KEY TO WS-PER-KEY (WS-N)
                       MOVE WS-PER-INCOME (WS-M) TO WS-PER-TMP-INC
                       MOVE WS-PER-INCOME (WS-N) TO WS-PER-INCOME (WS-M)
                       MOVE WS-PER-TMP-INC TO WS-PER-INCOME (WS-N)
                       MOVE WS-PER-EXPENSE (WS-M) TO WS-PER-TMP-EXP
                       MOVE WS-PER-EXPENSE (WS-N)
                           TO WS-PER-EXPENSE (WS-M)
                       MOVE WS-PER-TMP-EXP TO WS-PER-EXPENSE (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1020-SORT-PERCATS.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-PERCAT-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-PERCAT-COUNT
                   IF WS-PC-PERIOD (WS-M) > WS-PC-PERIOD (WS-N)
                       OR (WS-PC-PERIOD (WS-M) = WS-PC-PERIOD (WS-N)
                           AND WS-PC-CAT-NAME (WS-M)
                               > WS-PC-CAT-NAME (WS-N))
                       MOVE WS-PC-PERIOD (WS-M) TO WS-PC-TMP-PERIOD
                       MOVE WS-PC-PERIOD (WS-N) TO WS-PC-PERIOD (WS-M)
                       MOVE WS-PC-TMP-PERIOD TO WS-PC-PERIOD (WS-N)
                       MOVE WS-PC-CAT-NAME (WS-M) TO WS-PC-TMP-NAME
                       MOVE WS-PC-CAT-NAME (WS-N)
                           TO WS-PC-CAT-NAME (WS-M)
                       MOVE WS-PC-TMP-NAME TO WS-PC-CAT-NAME (WS-N)
                       MOVE WS-PC-INCOME (WS-M) TO WS-PC-TMP-INC
                       MOVE WS-PC-INCOME (WS-N) TO WS-PC-INCOME (WS-M)
                       MOVE WS-PC-TMP-INC TO WS-PC-INCOME (WS-N)
                       MOVE WS-PC-EXPENSE (WS-M) TO WS-PC-TMP-EXP
                       MOVE WS-PC-EXPENSE (WS-N)
                           TO WS-PC-EXPENSE (WS-M)
                       MOVE WS-PC-TMP-EXP TO WS-PC-EXPENSE (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1030-PERIOD-BOUNDS.

      *    START/END DATES FOR THE PERIOD AT WS-PER-KEY (PX): THE
      *    FISCAL CALENDAR'S DATES WHEN ONE IS LOADED (THE KEY IS A
      *    FISCAL PERIOD ID), OTHERWISE THE FIRST AND LAST DAY OF
      *    THE CALENDAR MONTH THE KEY NAMES.

           IF WS-FISCAL-LOADED = "Y"
               MOVE SPACES TO WS-PER-START WS-PER-END
               PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-FISCAL-COUNT
                   IF WS-FC-ID (HX) = WS-PER-KEY (PX)
                       MOVE WS-FC-START (HX) TO WS-PER-START
                       MOVE WS-FC-END (HX) TO WS-PER-END
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PER-KEY (PX) (1:4) TO WS-PER-YYYY.
           MOVE WS-PER-KEY (PX) (6:2) TO WS-PER-MM.

           PERFORM 1035-MONTH-LASTDAY.

           STRING WS-PER-KEY (PX) DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO WS-PER-START
           END-STRING.

           STRING WS-PER-KEY (PX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PER-LASTDAY DELIMITED BY SIZE
               INTO WS-PER-END
           END-STRING.

       1035-MONTH-LASTDAY.

      *    LAST DAY OF THE CALENDAR MONTH IN WS-PER-YYYY/WS-PER-MM,
      *    LEAP YEARS HONOURED. SHARED BY 1030-PERIOD-BOUNDS AND THE
      *    DATE VALIDATION IN 0111-VALIDATE-DATE.

           EVALUATE WS-PER-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-PER-LASTDAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-PER-LASTDAY
               WHEN 2
                   IF FUNCTION MOD (WS-PER-YYYY, 4) = 0
                       AND (FUNCTION MOD (WS-PER-YYYY, 100) NOT = 0
                           OR FUNCTION MOD (WS-PER-YYYY, 400) = 0)
                       MOVE 29 TO WS-PER-LASTDAY
                   ELSE
                       MOVE 28 TO WS-PER-LASTDAY
                   END-IF
               WHEN OTHER
                   MOVE 30 TO WS-PER-LASTDAY
           END-EVALUATE.

       0146-LOOKUP-GLCODE.

      *    CASE-INSENSITIVE LOOKUP OF WS-GL-LOOKUP-NAME AGAINST THE
      *    CATEGORY MASTER TABLE. RETURNS WS-GL-CODE-OUT/WS-GL-MAPPED,
      *    AND THE CATEGORY'S DEFAULT TAX CODE IN WS-CAT-TAXCODE-OUT.

           MOVE SPACES TO WS-GL-CODE-OUT.
           MOVE SPACES TO WS-CAT-TAXCODE-OUT.
           MOVE "N" TO WS-GL-MAPPED.

           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-CATMASTER-COUNT
               IF FUNCTION UPPER-CASE (WS-CM-NAME (GX))
                   = FUNCTION UPPER-CASE (WS-GL-LOOKUP-NAME)
                   MOVE WS-CM-GLCODE (GX) TO WS-GL-CODE-OUT
                   MOVE WS-CM-TAXCODE (GX) TO WS-CAT-TAXCODE-OUT
                   MOVE "Y" TO WS-GL-MAPPED
               END-IF
           END-PERFORM.

       0147-LOOKUP-BUDGET-PERIOD.

      *    EXACT CATEGORY+PERIOD LOOKUP AGAINST THE BUDGET TABLE, FOR
      *    THE PER-PERIOD categoryBreakdowns ENTRIES.

           MOVE 0 TO WS-BUDGET-AMT-OUT.
           MOVE "N" TO WS-BUDGET-FOUND.

           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-BUDGET-COUNT
               IF WS-BG-PERIOD (BX) = WS-BUDGET-LOOKUP-PERIOD
                   AND FUNCTION UPPER-CASE (WS-BG-CAT-NAME (BX))
                       = FUNCTION UPPER-CASE (WS-BUDGET-LOOKUP-NAME)
                   ADD WS-BG-AMOUNT (BX) TO WS-BUDGET-AMT-OUT
                   MOVE "Y" TO WS-BUDGET-FOUND
               END-IF
           END-PERFORM.

       0148-SUM-BUDGET-CATEGORY.

      *    TOTAL BUDGET FOR A CATEGORY ACROSS EVERY PERIOD IN THE
      *    BUDGET TABLE, FOR THE FLAT TOP-LEVEL AND PER-ACCOUNT
      *    categoryBreakdowns ENTRIES (WHICH HAVE NO SINGLE PERIOD).

           MOVE 0 TO WS-BUDGET-AMT-OUT.
           MOVE "N" TO WS-BUDGET-FOUND.

           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-BUDGET-COUNT
               IF FUNCTION UPPER-CASE (WS-BG-CAT-NAME (BX))
                   = FUNCTION UPPER-CASE (WS-BUDGET-LOOKUP-NAME)
                   ADD WS-BG-AMOUNT (BX) TO WS-BUDGET-AMT-OUT
                   MOVE "Y" TO WS-BUDGET-FOUND
               END-IF
           END-PERFORM.

       0149-LOOKUP-SNAPSHOT.

      *    EXACT SCOPE+TYPE+PERIOD+CATEGORY LOOKUP AGAINST THE
      *    PRIOR-RUN SNAPSHOT TABLE. CATEGORY MATCHING IS CASE-
      *    INSENSITIVE LIKE EVERY OTHER CATEGORY JOIN IN THIS
      *    PROGRAM. MATCHED ROWS ARE MARKED SEEN SO THE DROPPED-
      *    CATEGORY SWEEP (2008-APPEND-DROPPED-CATS) CAN LIST THE
      *    PRIOR ROWS NOTHING MATCHED THIS RUN.

           MOVE 0 TO WS-SNAP-INC-OUT.
           MOVE 0 TO WS-SNAP-EXP-OUT.
           MOVE "N" TO WS-SNAP-FOUND.

           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-SNAP-COUNT
               IF WS-SN-TYPE (NX) = WS-SNAP-LOOKUP-TYPE
                   AND WS-SN-SCOPE (NX) = WS-SNAP-LOOKUP-SCOPE
                   AND WS-SN-PERIOD (NX) = WS-SNAP-LOOKUP-PERIOD
                   AND FUNCTION UPPER-CASE (WS-SN-CAT (NX))
                       = FUNCTION UPPER-CASE (WS-SNAP-LOOKUP-CAT)
                   ADD WS-SN-INC (NX) TO WS-SNAP-INC-OUT
                   ADD WS-SN-EXP (NX) TO WS-SNAP-EXP-OUT
                   MOVE "Y" TO WS-SNAP-FOUND
                   MOVE "Y" TO WS-SN-SEEN (NX)
               END-IF
           END-PERFORM.

       0150-RECONCILE-CONTROL-TOTALS.

      *    IF THE CSV CARRIED AN OPTIONAL CONTROL-TOTAL RECORD (SEE
      *    0105-CHECK-CONTROL-RECORD), CONFIRM THE RAW TRANSACTION
      *    COUNT AND NET TOTAL - AS TRANSFERRED, BEFORE CURRENCY
      *    CONVERSION AND DUPLICATE EXCLUSION - MATCH WHAT WAS
      *    EXPECTED BEFORE ANY REPORT IS WRITTEN, SO A TRUNCATED
      *    FILE TRANSFER IS CAUGHT HERE RATHER THAN SHOWING UP AS A
      *    SHORT MONTHLY TOTAL LATER.

           IF WS-HAS-CONTROL = "N"
               EXIT PARAGRAPH
           END-IF.

           IF WS-RAW-TX-COUNT NOT = WS-EXPECT-COUNT
               OR WS-RAW-NET-TOTAL NOT = WS-EXPECT-TOTAL
               DISPLAY "Control totals do not reconcile - expected "
                   WS-EXPECT-COUNT " transactions totaling "
                   WS-EXPECT-TOTAL ", found " WS-RAW-TX-COUNT
                   " transactions totaling " WS-RAW-NET-TOTAL
                   UPON SYSERR
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM 0098-CLEAR-CHECKPOINT
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.

       1040-COUNT-UNMAPPED.

      *    COUNTS CATEGORIES WITH NO CATEGORY MASTER ENTRY. WHEN NO
      *    MASTER FILE WAS SUPPLIED AT ALL, 0146-LOOKUP-GLCODE NEVER
      *    FINDS A MATCH AND EVERY CATEGORY COMES BACK "mapped":false
      *    (SEE 2005-WRITE-CAT-ENTRY), SO THIS COUNT MUST ALSO COVER
      *    THAT CASE RATHER THAN REPORTING ZERO.

           MOVE 0 TO WS-UNMAPPED-COUNT.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               MOVE WS-CAT-NAME (WS-K) TO WS-GL-LOOKUP-NAME
               PERFORM 0146-LOOKUP-GLCODE
               IF WS-GL-MAPPED = "N"
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-PERFORM.

       1050-SORT-DAYS.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-DAY-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-DAY-COUNT
                   IF WS-DAY-KEY (WS-M) > WS-DAY-KEY (WS-N)
                       MOVE WS-DAY-KEY (WS-M) TO WS-DAY-TMP-KEY
                       MOVE WS-DAY-KEY (WS-N) TO WS-DAY-KEY (WS-M)
                       MOVE WS-DAY-TMP-KEY TO WS-DAY-KEY (WS-N)
                       MOVE WS-DAY-NET (WS-M) TO WS-DAY-TMP-NET
                       MOVE WS-DAY-NET (WS-N) TO WS-DAY-NET (WS-M)
                       MOVE WS-DAY-TMP-NET TO WS-DAY-NET (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1060-SORT-PAYEES.

      *    LARGEST EXPENSE FIRST (TIES BY NAME) SO BOTH THE JSON
      *    ARRAY AND THE STATEMENT'S TOP-PAYEES TABLE LEAD WITH THE
      *    VENDORS MANAGEMENT ASKS ABOUT.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-PAYEE-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-PAYEE-COUNT
                   IF WS-PY-EXPENSE (WS-M) < WS-PY-EXPENSE (WS-N)
                       OR (WS-PY-EXPENSE (WS-M)
                               = WS-PY-EXPENSE (WS-N)
                           AND WS-PY-NAME (WS-M)
                               > WS-PY-NAME (WS-N))
                       MOVE WS-PY-NAME (WS-M) TO WS-PY-TMP-NAME
                       MOVE WS-PY-NAME (WS-N) TO WS-PY-NAME (WS-M)
                       MOVE WS-PY-TMP-NAME TO WS-PY-NAME (WS-N)
                       MOVE WS-PY-INCOME (WS-M) TO WS-PY-TMP-INC
                       MOVE WS-PY-INCOME (WS-N)
                           TO WS-PY-INCOME (WS-M)
                       MOVE WS-PY-TMP-INC TO WS-PY-INCOME (WS-N)
                       MOVE WS-PY-EXPENSE (WS-M) TO WS-PY-TMP-EXP
                       MOVE WS-PY-EXPENSE (WS-N)
                           TO WS-PY-EXPENSE (WS-M)
                       MOVE WS-PY-TMP-EXP TO WS-PY-EXPENSE (WS-N)
                       MOVE WS-PY-COUNT (WS-M) TO WS-PY-TMP-CNT
                       MOVE WS-PY-COUNT (WS-N) TO WS-PY-COUNT (WS-M)
                       MOVE WS-PY-TMP-CNT TO WS-PY-COUNT (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1070-SORT-DEPTS.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-DEPT-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-DEPT-COUNT
                   IF WS-DP-CODE (WS-M) > WS-DP-CODE (WS-N)
                       MOVE WS-DP-CODE (WS-M) TO WS-DP-TMP-CODE
                       MOVE WS-DP-CODE (WS-N) TO WS-DP-CODE (WS-M)
                       MOVE WS-DP-TMP-CODE TO WS-DP-CODE (WS-N)
                       MOVE WS-DP-NAME (WS-M) TO WS-DP-TMP-NAME
                       MOVE WS-DP-NAME (WS-N) TO WS-DP-NAME (WS-M)
                       MOVE WS-DP-TMP-NAME TO WS-DP-NAME (WS-N)
                       MOVE WS-DP-INCOME (WS-M) TO WS-DP-TMP-INC
                       MOVE WS-DP-INCOME (WS-N)
                           TO WS-DP-INCOME (WS-M)
                       MOVE WS-DP-TMP-INC TO WS-DP-INCOME (WS-N)
                       MOVE WS-DP-EXPENSE (WS-M) TO WS-DP-TMP-EXP
                       MOVE WS-DP-EXPENSE (WS-N)
                           TO WS-DP-EXPENSE (WS-M)
                       MOVE WS-DP-TMP-EXP TO WS-DP-EXPENSE (WS-N)
                       MOVE WS-DP-COUNT (WS-M) TO WS-DP-TMP-CNT
                       MOVE WS-DP-COUNT (WS-N) TO WS-DP-COUNT (WS-M)
                       MOVE WS-DP-TMP-CNT TO WS-DP-COUNT (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1072-SORT-DEPTPERS.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-DEPTPER-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-DEPTPER-COUNT
                   IF WS-DQ-CODE (WS-M) > WS-DQ-CODE (WS-N)
                       OR (WS-DQ-CODE (WS-M) = WS-DQ-CODE (WS-N)
                           AND WS-DQ-PERIOD (WS-M)
                               > WS-DQ-PERIOD (WS-N))
                       MOVE WS-DQ-CODE (WS-M) TO WS-DQ-TMP-CODE
                       MOVE WS-DQ-CODE (WS-N) TO WS-DQ-CODE (WS-M)
                       MOVE WS-DQ-TMP-CODE TO WS-DQ-CODE (WS-N)
                       MOVE WS-DQ-PERIOD (WS-M) TO WS-DQ-TMP-PERIOD
                       MOVE WS-DQ-PERIOD (WS-N)
                           TO WS-DQ-PERIOD (WS-M)
                       MOVE WS-DQ-TMP-PERIOD TO WS-DQ-PERIOD (WS-N)
                       MOVE WS-DQ-INCOME (WS-M) TO WS-DQ-TMP-INC
                       MOVE WS-DQ-INCOME (WS-N)
                           TO WS-DQ-INCOME (WS-M)
                       MOVE WS-DQ-TMP-INC TO WS-DQ-INCOME (WS-N)
                       MOVE WS-DQ-EXPENSE (WS-M) TO WS-DQ-TMP-EXP
                       MOVE WS-DQ-EXPENSE (WS-N)
                           TO WS-DQ-EXPENSE (WS-M)
                       MOVE WS-DQ-TMP-EXP TO WS-DQ-EXPENSE (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-WRITE-JSON.

           COMPUTE WS-NET = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.

           MOVE SPACES TO WS-JSON.
           MOVE 1 TO WS-JSON-PTR.

           STRING "{" DELIMITED BY SIZE
               '"periodStartDate":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-MIN-DATE) DELIMITED BY SIZE
               '","periodEndDate":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAX-DATE) DELIMITED BY SIZE
               '","summary":{' DELIMITED BY SIZE
               '"totalIncome":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"totalExpenses":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netBalance":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"rejectCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-REJECT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"categoryOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-CAT-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"unmappedCategoryCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"periodOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-PERIOD-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"periodCategoryOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-PERCAT-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"dayOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DAY-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"ruleCategorizedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-RULE-CAT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"uncategorizedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-UNCAT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"duplicateCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DUP-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"duplicateSeenOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-SEEN-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"alertCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ALERT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"priorPeriodAdjustmentCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ADJ-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               '},"categoryBreakdowns":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CAT-COUNT
               IF WS-K > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM 2005-WRITE-CAT-ENTRY
           END-PERFORM.

           STRING "]" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           IF WS-SNAP-LOADED = "Y"
               MOVE SPACES TO WS-DROPPED-JSON
               MOVE WS-CUR-ACCOUNT TO WS-SNAP-LOOKUP-SCOPE
               PERFORM 2008-APPEND-DROPPED-CATS
               STRING FUNCTION TRIM (WS-DROPPED-JSON)
                       DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           STRING ',"periods":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PERIOD-COUNT
               IF PX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM 2010-WRITE-PERIOD-BLOCK
           END-PERFORM.

           STRING "]" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM 2016-BUILD-CURRENCY-TOTALS.
           STRING FUNCTION TRIM (WS-CURTOT-JSON) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM 2017-BUILD-ADJUSTMENTS.
           PERFORM 2025-BUILD-ACCRUALS.
           PERFORM 2027-BUILD-TAX.
           PERFORM 2018-BUILD-PAYEES.
           PERFORM 2021-BUILD-DEPTS.
           PERFORM 2023-BUILD-DEPTPERS.

           STRING "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *    WS-JSON-PTR STOPS ADVANCING ONCE WS-JSON (65535 BYTES) IS
      *    FULL -- A STRING THAT RUNS OFF THE END OF THE RECEIVING
      *    FIELD IS TRUNCATED WITHOUT ERROR, AND ANY FURTHER STRING
      *    INTO IT IS A NO-OP, SO THE POINTER PINS AT ONE PAST THE
      *    FIELD SIZE. THAT PINNED VALUE IS THE ONLY SIGNAL THAT THE
      *    BUILT JSON WAS CUT OFF, SO IT IS CHECKED HERE RATHER THAN
      *    LETTING THE TRUNCATED, UNPARSEABLE JSON GO OUT THE DOOR.

           IF WS-JSON-PTR > 65535
               DISPLAY "JSON output exceeds the 65535-byte WS-JSON "
                   "buffer and was truncated - increase "
                   "WS-JSON/JSON-RECORD capacity" UPON SYSERR
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM 0098-CLEAR-CHECKPOINT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT JSON-FILE.

           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Cannot open JSON output: "
                   WS-JSON-STATUS UPON SYSERR
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM 0098-CLEAR-CHECKPOINT
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.

           MOVE WS-JSON TO JSON-RECORD.
           WRITE JSON-RECORD.

           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Write JSON failed: " WS-JSON-STATUS UPON SYSERR
               CLOSE JSON-FILE
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM 0098-CLEAR-CHECKPOINT
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.
           CLOSE JSON-FILE.

       2005-WRITE-CAT-ENTRY.

           MOVE WS-CAT-NAME (WS-K) TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.

           COMPUTE WS-NET =
               WS-CAT-INCOME (WS-K) - WS-CAT-EXPENSE (WS-K).
           MOVE SPACES TO WS-CAT-JSON.
           STRING '{"categoryName":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CAT-NAME (WS-K)) DELIMITED BY SIZE
               '","income":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-CAT-INCOME (WS-K) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"expense":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-CAT-EXPENSE (WS-K) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"net":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"glCode":"' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           IF WS-GL-MAPPED = "Y"
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-GL-CODE-OUT) DELIMITED BY SIZE
                   '","mapped":true' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   '","mapped":false' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           END-IF.

           MOVE WS-CAT-NAME (WS-K) TO WS-BUDGET-LOOKUP-NAME.
           PERFORM 0148-SUM-BUDGET-CATEGORY.
           PERFORM 2006-APPEND-VARIANCE.

           MOVE WS-CUR-ACCOUNT TO WS-SNAP-LOOKUP-SCOPE.
           MOVE "C" TO WS-SNAP-LOOKUP-TYPE.
           MOVE SPACES TO WS-SNAP-LOOKUP-PERIOD.
           MOVE WS-CAT-NAME (WS-K) TO WS-SNAP-LOOKUP-CAT.
           PERFORM 2007-APPEND-PRIOR.

           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2006-APPEND-VARIANCE.

      *    APPENDS budgetedAmount/variance/variancePercent/budgeted
      *    TO WS-CAT-JSON. WS-NET AND WS-BUDGET-AMT-OUT/
      *    WS-BUDGET-FOUND MUST ALREADY BE SET. THE ENTRY IS LEFT
      *    OPEN FOR 2007-APPEND-PRIOR, WHICH CLOSES IT.

           COMPUTE WS-VARIANCE = WS-NET - WS-BUDGET-AMT-OUT.

           IF WS-BUDGET-AMT-OUT NOT = 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-VARIANCE / WS-BUDGET-AMT-OUT) * 100
           ELSE
               MOVE 0 TO WS-VARIANCE-PCT
           END-IF.

           MOVE WS-BUDGET-AMT-OUT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               ',"budgetedAmount":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"variance":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-VARIANCE TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"variancePercent":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-VARIANCE-PCT TO WS-NUM-BUF.
           IF WS-BUDGET-FOUND = "Y"
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"budgeted":true' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"budgeted":false' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           END-IF.

       2007-APPEND-PRIOR.

      *    CLOSES THE CATEGORY ENTRY 2006-APPEND-VARIANCE LEFT OPEN.
      *    WHEN A PRIOR-RUN SNAPSHOT WAS LOADED, FIRST APPENDS THE
      *    PRIOR INCOME/EXPENSE/NET, THE ABSOLUTE AND PERCENT NET
      *    CHANGE, AND THE isNew FLAG. THE CALLER SETS THE SNAPSHOT
      *    LOOKUP FIELDS AND WS-NET BEFORE PERFORMING THIS.

           IF WS-SNAP-LOADED NOT = "Y"
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   "}" DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0149-LOOKUP-SNAPSHOT.

           COMPUTE WS-SNAP-PRIOR-NET =
               WS-SNAP-INC-OUT - WS-SNAP-EXP-OUT.
           COMPUTE WS-SNAP-CHANGE = WS-NET - WS-SNAP-PRIOR-NET.

           IF WS-SNAP-PRIOR-NET NOT = 0
               COMPUTE WS-SNAP-CHANGE-PCT ROUNDED =
                   (WS-SNAP-CHANGE / WS-SNAP-PRIOR-NET) * 100
           ELSE
               MOVE 0 TO WS-SNAP-CHANGE-PCT
           END-IF.

           MOVE WS-SNAP-INC-OUT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               ',"priorIncome":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"priorExpense":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-SNAP-EXP-OUT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"priorNet":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-SNAP-PRIOR-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netChange":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-SNAP-CHANGE TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netChangePercent":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-SNAP-CHANGE-PCT TO WS-NUM-BUF.
           IF WS-SNAP-FOUND = "Y"
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"isNew":false}' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"isNew":true}' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           END-IF.

       2008-APPEND-DROPPED-CATS.

      *    APPENDS THE droppedCategories ARRAY FOR THE SCOPE IN
      *    WS-SNAP-LOOKUP-SCOPE: THE PRIOR RUN'S TYPE-C CATEGORY
      *    ROWS FOR THAT SCOPE THAT NO CURRENT CATEGORY MATCHED
      *    (NEVER MARKED SEEN BY 0149-LOOKUP-SNAPSHOT). APPENDS TO
      *    WS-DROPPED-JSON, WHICH THE CALLER MUST HAVE CLEARED.

           MOVE "Y" TO WS-SNAP-FIRST.

           STRING FUNCTION TRIM (WS-DROPPED-JSON) DELIMITED BY SIZE
               ',"droppedCategories":[' DELIMITED BY SIZE
               INTO WS-DROPPED-JSON
           END-STRING.

           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-SNAP-COUNT
               IF WS-SN-TYPE (NX) = "C"
                   AND WS-SN-SCOPE (NX) = WS-SNAP-LOOKUP-SCOPE
                   AND WS-SN-SEEN (NX) = "N"
                   IF WS-SNAP-FIRST = "N"
                       STRING FUNCTION TRIM (WS-DROPPED-JSON)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           INTO WS-DROPPED-JSON
                       END-STRING
                   END-IF
                   MOVE "N" TO WS-SNAP-FIRST
                   STRING FUNCTION TRIM (WS-DROPPED-JSON)
                           DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SN-CAT (NX))
                           DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO WS-DROPPED-JSON
                   END-STRING
               END-IF
           END-PERFORM.

           STRING FUNCTION TRIM (WS-DROPPED-JSON) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WS-DROPPED-JSON
           END-STRING.

       2010-WRITE-PERIOD-BLOCK.

           MOVE SPACES TO WS-PER-JSON.
           PERFORM 1030-PERIOD-BOUNDS.

           COMPUTE WS-PER-NET =
               WS-PER-INCOME (PX) - WS-PER-EXPENSE (PX).

           STRING '{"periodStartDate":"' DELIMITED BY SIZE
               WS-PER-START DELIMITED BY SIZE
               '","periodEndDate":"' DELIMITED BY SIZE
               WS-PER-END DELIMITED BY SIZE
               '","summary":{"totalIncome":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-PER-INCOME (PX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"totalExpenses":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-PER-EXPENSE (PX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netBalance":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-PER-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           IF WS-SNAP-LOADED = "Y"
               PERFORM 2012-APPEND-PERIOD-PRIOR
           END-IF.

           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               '},"categoryBreakdowns":[' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE "Y" TO WS-PC-FIRST.

           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-PERCAT-COUNT
               IF WS-PC-PERIOD (QX) = WS-PER-KEY (PX)
                   IF WS-PC-FIRST = "N"
                       STRING FUNCTION TRIM (WS-PER-JSON)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           INTO WS-PER-JSON
                       END-STRING
                   END-IF
                   MOVE "N" TO WS-PC-FIRST
                   PERFORM 2020-WRITE-PERCAT-ENTRY
               END-IF
           END-PERFORM.

           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               "]}" DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2012-APPEND-PERIOD-PRIOR.

      *    APPENDS THE PRIOR-RUN COMPARISON TO THE PERIOD SUMMARY
      *    BLOCK UNDER CONSTRUCTION IN WS-PER-JSON, JOINING ON THE
      *    SNAPSHOT'S TYPE-P ROW FOR THIS SCOPE AND PERIOD.
      *    WS-PER-NET MUST ALREADY HOLD THE PERIOD'S CURRENT NET.

           MOVE WS-CUR-ACCOUNT TO WS-SNAP-LOOKUP-SCOPE.
           MOVE "P" TO WS-SNAP-LOOKUP-TYPE.
           MOVE WS-PER-KEY (PX) TO WS-SNAP-LOOKUP-PERIOD.
           MOVE SPACES TO WS-SNAP-LOOKUP-CAT.
           PERFORM 0149-LOOKUP-SNAPSHOT.

           COMPUTE WS-SNAP-PRIOR-NET =
               WS-SNAP-INC-OUT - WS-SNAP-EXP-OUT.
           COMPUTE WS-SNAP-CHANGE = WS-PER-NET - WS-SNAP-PRIOR-NET.

           IF WS-SNAP-PRIOR-NET NOT = 0
               COMPUTE WS-SNAP-CHANGE-PCT ROUNDED =
                   (WS-SNAP-CHANGE / WS-SNAP-PRIOR-NET) * 100
           ELSE
               MOVE 0 TO WS-SNAP-CHANGE-PCT
           END-IF.

           MOVE WS-SNAP-INC-OUT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               ',"priorIncome":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"priorExpense":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-SNAP-EXP-OUT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"priorNet":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-SNAP-PRIOR-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netChange":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-SNAP-CHANGE TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netChangePercent":' DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

           MOVE WS-SNAP-CHANGE-PCT TO WS-NUM-BUF.
           IF WS-SNAP-FOUND = "Y"
               STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"isNew":false' DELIMITED BY SIZE
                   INTO WS-PER-JSON
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"isNew":true' DELIMITED BY SIZE
                   INTO WS-PER-JSON
               END-STRING
           END-IF.

       2016-BUILD-CURRENCY-TOTALS.

      *    BUILDS THE currencyTotals ARRAY (LEADING COMMA INCLUDED)
      *    INTO WS-CURTOT-JSON FROM THE PER-CURRENCY ACCUMULATORS.

           MOVE SPACES TO WS-CURTOT-JSON.
           STRING ',"currencyTotals":[' DELIMITED BY SIZE
               INTO WS-CURTOT-JSON
           END-STRING.

           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CURTOT-COUNT
               IF CX > 1
                   STRING FUNCTION TRIM (WS-CURTOT-JSON)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO WS-CURTOT-JSON
                   END-STRING
               END-IF
               STRING FUNCTION TRIM (WS-CURTOT-JSON)
                       DELIMITED BY SIZE
                   '{"currency":"' DELIMITED BY SIZE
                   WS-CT-CUR (CX) DELIMITED BY SIZE
                   '","originalIncome":' DELIMITED BY SIZE
                   INTO WS-CURTOT-JSON
               END-STRING
               MOVE WS-CT-ORIG-INC (CX) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CURTOT-JSON)
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"originalExpense":' DELIMITED BY SIZE
                   INTO WS-CURTOT-JSON
               END-STRING
               MOVE WS-CT-ORIG-EXP (CX) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CURTOT-JSON)
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"convertedIncome":' DELIMITED BY SIZE
                   INTO WS-CURTOT-JSON
               END-STRING
               MOVE WS-CT-CONV-INC (CX) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CURTOT-JSON)
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"convertedExpense":' DELIMITED BY SIZE
                   INTO WS-CURTOT-JSON
               END-STRING
               MOVE WS-CT-CONV-EXP (CX) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CURTOT-JSON)
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "}" DELIMITED BY SIZE
                   INTO WS-CURTOT-JSON
               END-STRING
           END-PERFORM.

           STRING FUNCTION TRIM (WS-CURTOT-JSON) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WS-CURTOT-JSON
           END-STRING.

       2017-BUILD-ADJUSTMENTS.

      *    APPENDS THE priorPeriodAdjustments ARRAY (LEADING COMMA
      *    INCLUDED) STRAIGHT INTO WS-JSON THROUGH ITS PINNED
      *    POINTER, SO AN OVERSIZED ARRAY TRIPS THE TRUNCATION
      *    CHECK INSTEAD OF BEING CUT SILENTLY IN A STAGING BUFFER.
      *    THE TABLE ACCUMULATES ACROSS ACCOUNTS IN BATCH MODE, SO
      *    EACH ENTRY CARRIES ITS ACCOUNT (BLANK IN SINGLE-FILE
      *    MODE).

           STRING ',"priorPeriodAdjustments":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM VARYING AJX FROM 1 BY 1
               UNTIL AJX > WS-ADJ-TBL-COUNT
               IF AJX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               STRING '{"account":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-ACCT (AJX))
                       DELIMITED BY SIZE
                   '","date":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-DATE (AJX)) DELIMITED BY SIZE
                   '","amount":' DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-ADJ-AMT (AJX) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"fromPeriod":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-OLDPER (AJX))
                       DELIMITED BY SIZE
                   '","toPeriod":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-NEWPER (AJX))
                       DELIMITED BY SIZE
                   '","description":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-DESC (AJX))
                       DELIMITED BY SIZE
                   '"}' DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-PERFORM.

           STRING "]" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2025-BUILD-ACCRUALS.

      *    APPENDS THE accruals OBJECT (LEADING COMMA INCLUDED)
      *    STRAIGHT INTO WS-JSON THROUGH ITS PINNED POINTER, LIKE
      *    2017-BUILD-ADJUSTMENTS: BOOKED, REVERSED, AND OUTSTANDING
      *    COUNTS AND SIGNED AMOUNTS, THE REJECTED COUNT, AND ONE
      *    ENTRY PER ACCRUAL THE RUN BOOKED OR REJECTED.

           STRING ',"accruals":{"bookedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ACR-BOOKED-COUNT TO WS-COUNT-BUF.
           MOVE WS-ACR-BOOKED-AMT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"bookedAmount":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"reversedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ACR-REVERSED-COUNT TO WS-COUNT-BUF.
           MOVE WS-ACR-REVERSED-AMT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"reversedAmount":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"outstandingCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ACR-OPEN-COUNT TO WS-COUNT-BUF.
           MOVE WS-ACR-OPEN-AMT TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"outstandingAmount":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"rejectedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ACR-REJECT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"entries":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING ACX FROM 1 BY 1
               UNTIL ACX > WS-ACCRUAL-COUNT
               IF WS-ACR-APPLIED (ACX) = "Y"
                   IF WS-FOUND = "Y"
                       STRING "," DELIMITED BY SIZE
                           INTO WS-JSON
                           WITH POINTER WS-JSON-PTR
                       END-STRING
                   END-IF
                   MOVE "Y" TO WS-FOUND
                   PERFORM 2026-WRITE-ACCRUAL-ENTRY
               END-IF
           END-PERFORM.

           STRING "]}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2026-WRITE-ACCRUAL-ENTRY.

           EVALUATE WS-ACR-STATE (ACX)
               WHEN "R"
                   MOVE "REVERSED" TO WS-ACR-STATE-S
               WHEN "O"
                   MOVE "OUTSTANDING" TO WS-ACR-STATE-S
               WHEN OTHER
                   MOVE "REJECTED" TO WS-ACR-STATE-S
           END-EVALUATE.

           STRING '{"account":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-ACCT (ACX)) DELIMITED BY SIZE
               '","period":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-PERIOD (ACX)) DELIMITED BY SIZE
               '","bookedPeriod":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-BOOKPER (ACX)) DELIMITED BY SIZE
               '","reversalPeriod":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-REVPER (ACX)) DELIMITED BY SIZE
               '","category":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-CAT (ACX)) DELIMITED BY SIZE
               '","costCenter":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-DEPTCODE (ACX)) DELIMITED BY SIZE
               '","amount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ACR-AMT (ACX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"autoReverse":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           IF WS-ACR-AUTOREV (ACX) = "Y"
               STRING "true" DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING "false" DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           STRING ',"state":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-STATE-S) DELIMITED BY SIZE
               '","description":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-ACR-DESC (ACX)) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2027-BUILD-TAX.

      *    APPENDS THE tax OBJECT (LEADING COMMA INCLUDED) STRAIGHT
      *    INTO WS-JSON THROUGH ITS PINNED POINTER, LIKE
      *    2025-BUILD-ACCRUALS: THE RUN'S TAXED-ROW COUNT, OUTPUT TAX,
      *    RECOVERABLE AND NON-RECOVERABLE INPUT TAX, AND NET DUE. THE
      *    PER-PERIOD, PER-CODE DETAIL IS IN THE LIABILITY REPORT.

           COMPUTE WS-TAX-TOT-DUE =
               WS-TAX-TOT-OUTPUT - WS-TAX-TOT-RECOV.

           MOVE WS-TAX-ROW-COUNT TO WS-COUNT-BUF.
           MOVE WS-TAX-TOT-OUTPUT TO WS-NUM-BUF.
           STRING ',"tax":{"taxedCount":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"outputTax":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-TAX-TOT-RECOV TO WS-NUM-BUF.
           STRING ',"recoverableInputTax":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-TAX-TOT-NONREC TO WS-NUM-BUF.
           STRING ',"nonRecoverableTax":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-TAX-TOT-DUE TO WS-NUM-BUF.
           STRING ',"netDue":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               '}' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2018-BUILD-PAYEES.

      *    APPENDS THE payeeBreakdowns ARRAY (LEADING COMMA
      *    INCLUDED) STRAIGHT INTO WS-JSON. THE PAYEE TABLE IS
      *    ALREADY SORTED LARGEST EXPENSE FIRST BY 1060-SORT-PAYEES.

           STRING ',"payeeBreakdowns":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM VARYING PYX FROM 1 BY 1
               UNTIL PYX > WS-PAYEE-COUNT
               IF PYX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM 2019-WRITE-PAYEE-ENTRY
           END-PERFORM.

           STRING "]" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2019-WRITE-PAYEE-ENTRY.

           COMPUTE WS-NET =
               WS-PY-INCOME (PYX) - WS-PY-EXPENSE (PYX).

           STRING '{"payeeName":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-PY-NAME (PYX)) DELIMITED BY SIZE
               '","income":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-PY-INCOME (PYX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"expense":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-PY-EXPENSE (PYX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"net":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"transactionCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-PY-COUNT (PYX) TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2021-BUILD-DEPTS.

      *    APPENDS THE departmentBreakdowns ARRAY (LEADING COMMA
      *    INCLUDED) STRAIGHT INTO WS-JSON THROUGH ITS PINNED
      *    POINTER, SORTED BY COST-CENTER CODE.

           STRING ',"departmentBreakdowns":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
               IF DPX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM 2022-WRITE-DEPT-ENTRY
           END-PERFORM.

           STRING "]" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2022-WRITE-DEPT-ENTRY.

           COMPUTE WS-NET =
               WS-DP-INCOME (DPX) - WS-DP-EXPENSE (DPX).

           STRING '{"departmentCode":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-DP-CODE (DPX)) DELIMITED BY SIZE
               '","departmentName":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-DP-NAME (DPX)) DELIMITED BY SIZE
               '","income":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DP-INCOME (DPX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"expense":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DP-EXPENSE (DPX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"net":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"transactionCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DP-COUNT (DPX) TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2023-BUILD-DEPTPERS.

      *    APPENDS THE departmentPeriods ARRAY (LEADING COMMA
      *    INCLUDED) STRAIGHT INTO WS-JSON THROUGH ITS PINNED
      *    POINTER: ONE ENTRY PER COST CENTER PER PERIOD, SORTED BY
      *    CODE THEN PERIOD.

           STRING ',"departmentPeriods":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM VARYING DQX FROM 1 BY 1
               UNTIL DQX > WS-DEPTPER-COUNT
               IF DQX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM 2024-WRITE-DEPTPER-ENTRY
           END-PERFORM.

           STRING "]" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2024-WRITE-DEPTPER-ENTRY.

           COMPUTE WS-NET =
               WS-DQ-INCOME (DQX) - WS-DQ-EXPENSE (DQX).

           STRING '{"departmentCode":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-DQ-CODE (DQX)) DELIMITED BY SIZE
               '","period":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-DQ-PERIOD (DQX)) DELIMITED BY SIZE
               '","income":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DQ-INCOME (DQX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"expense":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-DQ-EXPENSE (DQX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"net":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       2020-WRITE-PERCAT-ENTRY.

           MOVE WS-PC-CAT-NAME (QX) TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.

           COMPUTE WS-NET = WS-PC-INCOME (QX) - WS-PC-EXPENSE (QX).

           MOVE SPACES TO WS-CAT-JSON.
           STRING '{"categoryName":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-PC-CAT-NAME (QX)) DELIMITED BY SIZE
               '","income":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-PC-INCOME (QX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"expense":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-PC-EXPENSE (QX) TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"net":' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"glCode":"' DELIMITED BY SIZE
               INTO WS-CAT-JSON
           END-STRING.

           IF WS-GL-MAPPED = "Y"
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-GL-CODE-OUT) DELIMITED BY SIZE
                   '","mapped":true' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   '","mapped":false' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
           END-IF.

           MOVE WS-PC-CAT-NAME (QX) TO WS-BUDGET-LOOKUP-NAME.
           MOVE WS-PC-PERIOD (QX) TO WS-BUDGET-LOOKUP-PERIOD.
           PERFORM 0147-LOOKUP-BUDGET-PERIOD.
           PERFORM 2006-APPEND-VARIANCE.

           MOVE WS-CUR-ACCOUNT TO WS-SNAP-LOOKUP-SCOPE.
           MOVE "PC" TO WS-SNAP-LOOKUP-TYPE.
           MOVE WS-PC-PERIOD (QX) TO WS-SNAP-LOOKUP-PERIOD.
           MOVE WS-PC-CAT-NAME (QX) TO WS-SNAP-LOOKUP-CAT.
           PERFORM 2007-APPEND-PRIOR.

           STRING FUNCTION TRIM (WS-PER-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
               INTO WS-PER-JSON
           END-STRING.

       2030-WRITE-LEDGER.

      *    WALKS WS-DAY-TABLE (ALREADY SORTED ASCENDING BY DATE VIA
      *    1050-SORT-DAYS) ACCUMULATING A RUNNING CUMULATIVE NET
      *    BALANCE AND WRITES ONE LEDGER-FILE LINE PER TRANSACTION
      *    DATE. WS-RUNNING-BAL AND WS-DAY-COUNT ARE RESET BY THE
      *    CALLER BEFORE EACH ACCOUNT IN BATCH MODE; THE BALANCE
      *    STARTS FROM THE ACCOUNT MASTER'S OPENING BALANCE WHEN ONE
      *    IS ON FILE AND FROM ZERO OTHERWISE.

           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DAY-COUNT
               ADD WS-DAY-NET (DX) TO WS-RUNNING-BAL
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-DAY-NET (DX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-LEDGER-NET-S
               MOVE WS-RUNNING-BAL TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CUR-ACCOUNT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-DAY-KEY (DX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-LEDGER-NET-S) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   INTO LEDGER-RECORD
               END-STRING
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "Warning: ledger write failed - status "
                       WS-LEDGER-STATUS UPON SYSERR
               END-IF
           END-PERFORM.

       2050-BUILD-JOURNAL.

      *    ROLLS THE PERIOD-BY-CATEGORY-BY-COST-CENTER TABLE UP TO
      *    ONE ROW PER GL CODE PER COST CENTER PER PERIOD FOR THE GL
      *    JOURNAL INTERFACE FILE. CATEGORIES WITH NO CATEGORY
      *    MASTER ENTRY ROLL UP TO THE SUSPENSE GL CODE RATHER THAN
      *    BEING DROPPED. IN BATCH MODE THIS RUNS ONCE PER ACCOUNT
      *    AND ACCUMULATES ACROSS ACCOUNTS (THE TABLE IS NEVER RESET
      *    BETWEEN THEM), SO THE POSTING FILE WRITTEN AT END OF RUN
      *    COVERS THE WHOLE CONSOLIDATION.

           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PCD-COUNT
               MOVE WS-PD-CAT (PDX) TO WS-GL-LOOKUP-NAME
               PERFORM 0146-LOOKUP-GLCODE
               IF WS-GL-MAPPED = "N"
                   MOVE WS-SUSPENSE-GL TO WS-GL-CODE-OUT
               END-IF
               PERFORM 2052-ADD-JOURNAL-ROW
           END-PERFORM.

       2052-ADD-JOURNAL-ROW.

           MOVE "N" TO WS-FOUND.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-PERIOD (JX) = WS-PD-PERIOD (PDX)
                   AND WS-JR-GLCODE (JX) = WS-GL-CODE-OUT
                   AND WS-JR-DEPT (JX) = WS-PD-DEPT (PDX)
                   AND WS-JR-SOURCE (JX) = SPACE
                   MOVE "Y" TO WS-FOUND
                   ADD WS-PD-INCOME (PDX) TO WS-JR-INCOME (JX)
                   ADD WS-PD-EXPENSE (PDX) TO WS-JR-EXPENSE (JX)
               END-IF
           END-PERFORM.

           IF WS-FOUND = "N"
               IF WS-JRNL-COUNT < 3000
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-PD-PERIOD (PDX)
                       TO WS-JR-PERIOD (WS-JRNL-COUNT)
                   MOVE WS-GL-CODE-OUT
                       TO WS-JR-GLCODE (WS-JRNL-COUNT)
                   MOVE WS-PD-DEPT (PDX)
                       TO WS-JR-DEPT (WS-JRNL-COUNT)
                   MOVE SPACE TO WS-JR-SOURCE (WS-JRNL-COUNT)
                   MOVE WS-PD-INCOME (PDX)
                       TO WS-JR-INCOME (WS-JRNL-COUNT)
                   MOVE WS-PD-EXPENSE (PDX)
                       TO WS-JR-EXPENSE (WS-JRNL-COUNT)
               ELSE
                   ADD 1 TO WS-JRNL-OVERFLOW-COUNT
                   DISPLAY "Warning: journal entry dropped - "
                       "3000-entry table full" UPON SYSERR
               END-IF
           END-IF.

       2055-SORT-JOURNAL.

           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M >= WS-JRNL-COUNT
               ADD 1 TO WS-M GIVING WS-N
               PERFORM VARYING WS-N FROM WS-N BY 1
                   UNTIL WS-N > WS-JRNL-COUNT
                   IF WS-JR-SOURCE (WS-M) > WS-JR-SOURCE (WS-N)
                       OR (WS-JR-SOURCE (WS-M) = WS-JR-SOURCE (WS-N)
                           AND WS-JR-PERIOD (WS-M)
                               > WS-JR-PERIOD (WS-N))
                       OR (WS-JR-SOURCE (WS-M) = WS-JR-SOURCE (WS-N)
                           AND WS-JR-PERIOD (WS-M)
                               = WS-JR-PERIOD (WS-N)
                           AND WS-JR-GLCODE (WS-M)
                               > WS-JR-GLCODE (WS-N))
                       OR (WS-JR-SOURCE (WS-M) = WS-JR-SOURCE (WS-N)
                           AND WS-JR-PERIOD (WS-M)
                               = WS-JR-PERIOD (WS-N)
                           AND WS-JR-GLCODE (WS-M)
                               = WS-JR-GLCODE (WS-N)
                           AND WS-JR-DEPT (WS-M)
                               > WS-JR-DEPT (WS-N))
                       MOVE WS-JR-PERIOD (WS-M) TO WS-JR-TMP-PERIOD
                       MOVE WS-JR-PERIOD (WS-N) TO WS-JR-PERIOD (WS-M)
                       MOVE WS-JR-TMP-PERIOD TO WS-JR-PERIOD (WS-N)
                       MOVE WS-JR-GLCODE (WS-M) TO WS-JR-TMP-GLCODE
                       MOVE WS-JR-GLCODE (WS-N) TO WS-JR-GLCODE (WS-M)
                       MOVE WS-JR-TMP-GLCODE TO WS-JR-GLCODE (WS-N)
                       MOVE WS-JR-DEPT (WS-M) TO WS-JR-TMP-DEPT
                       MOVE WS-JR-DEPT (WS-N) TO WS-JR-DEPT (WS-M)
                       MOVE WS-JR-TMP-DEPT TO WS-JR-DEPT (WS-N)
                       MOVE WS-JR-SOURCE (WS-M) TO WS-JR-TMP-SOURCE
                       MOVE WS-JR-SOURCE (WS-N) TO WS-JR-SOURCE (WS-M)
                       MOVE WS-JR-TMP-SOURCE TO WS-JR-SOURCE (WS-N)
                       MOVE WS-JR-INCOME (WS-M) TO WS-JR-TMP-INC
                       MOVE WS-JR-INCOME (WS-N) TO WS-JR-INCOME (WS-M)
                       MOVE WS-JR-TMP-INC TO WS-JR-INCOME (WS-N)
                       MOVE WS-JR-EXPENSE (WS-M) TO WS-JR-TMP-EXP
                       MOVE WS-JR-EXPENSE (WS-N)
                           TO WS-JR-EXPENSE (WS-M)
                       MOVE WS-JR-TMP-EXP TO WS-JR-EXPENSE (WS-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2060-WRITE-JOURNAL.

      *    WRITES THE FIXED-WIDTH GL POSTING FILE FROM THE ROLLED-UP
      *    JOURNAL TABLE (SORTED BY PERIOD THEN GL CODE): EXPENSE TO
      *    DEBIT AND INCOME TO CREDIT PER GL CODE, WITH EACH PERIOD'S
      *    NET OFFSET TO THE CLEARING ACCOUNT SO EVERY PERIOD - AND
      *    THEREFORE THE FILE - BALANCES. THE TRAILER CARRIES THE
      *    RECORD COUNT AND DEBIT/CREDIT HASH TOTALS FOR THE GL
      *    IMPORT TO VERIFY. ACCRUAL BOOKINGS AND THEIR REVERSALS
      *    SORT AFTER THE TRANSACTION ENTRIES AS SECTIONS OF THEIR
      *    OWN, SOURCE-FLAGGED IN COLUMN 45 AND CLEARED PER PERIOD
      *    SEPARATELY, SO EACH SECTION BALANCES ON ITS OWN.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Cannot open journal file: " WS-JOURNAL-PATH
                   " status " WS-JOURNAL-STATUS
                   UPON SYSERR
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
                   MOVE "N" TO WS-LEDGER-OPEN
               END-IF
               PERFORM 0098-CLEAR-CHECKPOINT
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.

           MOVE 0 TO WS-JRNL-REC-COUNT.
           MOVE 0 TO WS-JRNL-TOT-DR.
           MOVE 0 TO WS-JRNL-TOT-CR.
           MOVE 0 TO WS-JRNL-PER-INC.
           MOVE 0 TO WS-JRNL-PER-EXP.
           MOVE SPACES TO WS-JRNL-PREV-PERIOD.
           MOVE SPACE TO WS-JRNL-PREV-SOURCE.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF (WS-JR-PERIOD (JX) NOT = WS-JRNL-PREV-PERIOD
                   OR WS-JR-SOURCE (JX) NOT = WS-JRNL-PREV-SOURCE)
                   AND WS-JRNL-PREV-PERIOD NOT = SPACES
                   PERFORM 2065-WRITE-CLEARING
               END-IF
               MOVE WS-JR-PERIOD (JX) TO WS-JRNL-PREV-PERIOD
               MOVE WS-JR-SOURCE (JX) TO WS-JRNL-PREV-SOURCE
               MOVE WS-JR-SOURCE (JX) TO WS-JD-SOURCE
               IF WS-JR-EXPENSE (JX) NOT = 0
                   MOVE WS-JR-PERIOD (JX) TO WS-JD-PERIOD
                   MOVE WS-JR-GLCODE (JX) TO WS-JD-GLCODE
                   MOVE WS-JR-DEPT (JX) TO WS-JD-DEPT
                   MOVE "D" TO WS-JD-DRCR
                   MOVE WS-JR-EXPENSE (JX) TO WS-JD-AMOUNT
                   PERFORM 2062-WRITE-JOURNAL-DETAIL
                   ADD WS-JR-EXPENSE (JX) TO WS-JRNL-PER-EXP
                   ADD WS-JR-EXPENSE (JX) TO WS-JRNL-TOT-DR
               END-IF
               IF WS-JR-INCOME (JX) NOT = 0
                   MOVE WS-JR-PERIOD (JX) TO WS-JD-PERIOD
                   MOVE WS-JR-GLCODE (JX) TO WS-JD-GLCODE
                   MOVE WS-JR-DEPT (JX) TO WS-JD-DEPT
                   MOVE "C" TO WS-JD-DRCR
                   MOVE WS-JR-INCOME (JX) TO WS-JD-AMOUNT
                   PERFORM 2062-WRITE-JOURNAL-DETAIL
                   ADD WS-JR-INCOME (JX) TO WS-JRNL-PER-INC
                   ADD WS-JR-INCOME (JX) TO WS-JRNL-TOT-CR
               END-IF
           END-PERFORM.

           IF WS-JRNL-PREV-PERIOD NOT = SPACES
               PERFORM 2065-WRITE-CLEARING
           END-IF.

           MOVE WS-JRNL-REC-COUNT TO WS-JT-COUNT.
           MOVE WS-JRNL-TOT-DR TO WS-JT-DEBITS.
           MOVE WS-JRNL-TOT-CR TO WS-JT-CREDITS.
           MOVE WS-JRNL-TRAILER TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: journal trailer write failed - "
                   "status " WS-JOURNAL-STATUS UPON SYSERR
           END-IF.

           CLOSE JOURNAL-FILE.

       2062-WRITE-JOURNAL-DETAIL.

           ADD 1 TO WS-JRNL-REC-COUNT.
           MOVE WS-JRNL-DETAIL TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: journal write failed - status "
                   WS-JOURNAL-STATUS UPON SYSERR
           END-IF.

       2065-WRITE-CLEARING.

      *    CLOSES OUT THE PERIOD JUST WRITTEN: THE DIFFERENCE BETWEEN
      *    ITS CREDITS (INCOME) AND DEBITS (EXPENSE) POSTS TO THE
      *    CLEARING ACCOUNT ON THE LIGHTER SIDE SO THE PERIOD'S
      *    DEBITS EQUAL ITS CREDITS. THE CLEARING ENTRY CARRIES THE
      *    SOURCE FLAG OF THE SECTION IT CLOSES.

           COMPUTE WS-JRNL-PER-NET = WS-JRNL-PER-INC - WS-JRNL-PER-EXP.
           MOVE WS-JRNL-PREV-SOURCE TO WS-JD-SOURCE.

           IF WS-JRNL-PER-NET > 0
               MOVE WS-JRNL-PREV-PERIOD TO WS-JD-PERIOD
               MOVE WS-CLEARING-GL TO WS-JD-GLCODE
               MOVE SPACES TO WS-JD-DEPT
               MOVE "D" TO WS-JD-DRCR
               MOVE WS-JRNL-PER-NET TO WS-JD-AMOUNT
               PERFORM 2062-WRITE-JOURNAL-DETAIL
               ADD WS-JRNL-PER-NET TO WS-JRNL-TOT-DR
           END-IF.

           IF WS-JRNL-PER-NET < 0
               MOVE WS-JRNL-PREV-PERIOD TO WS-JD-PERIOD
               MOVE WS-CLEARING-GL TO WS-JD-GLCODE
               MOVE SPACES TO WS-JD-DEPT
               MOVE "C" TO WS-JD-DRCR
               COMPUTE WS-JD-AMOUNT = 0 - WS-JRNL-PER-NET
               COMPUTE WS-JRNL-TOT-CR =
                   WS-JRNL-TOT-CR - WS-JRNL-PER-NET
               PERFORM 2062-WRITE-JOURNAL-DETAIL
           END-IF.

           MOVE 0 TO WS-JRNL-PER-INC.
           MOVE 0 TO WS-JRNL-PER-EXP.

       2070-APPEND-SNAPSHOT-ROWS.

      *    STAGES THIS SCOPE'S CATEGORY (C), PERIOD (P), AND PERIOD-
      *    BY-CATEGORY (PC) TOTALS FOR THE SNAPSHOT FILE THE NEXT
      *    RUN WILL COMPARE AGAINST. RUNS ONCE PER ACCOUNT IN BATCH
      *    MODE (THE STAGING TABLE IS NEVER RESET BETWEEN ACCOUNTS)
      *    AND ONCE OVERALL IN SINGLE-FILE MODE. THE FILE ITSELF IS
      *    ONLY WRITTEN BY 2075-WRITE-SNAPSHOT ONCE THE RUN HAS
      *    SUCCEEDED, SO A FAILED RUN NEVER CLOBBERS THE PRIOR
      *    SNAPSHOT.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               MOVE "C" TO WS-SO-W-TYPE
               MOVE SPACES TO WS-SO-W-PERIOD
               MOVE WS-CAT-NAME (WS-K) TO WS-SO-W-CAT
               MOVE WS-CAT-INCOME (WS-K) TO WS-SO-W-INC
               MOVE WS-CAT-EXPENSE (WS-K) TO WS-SO-W-EXP
               PERFORM 2072-ADD-SNAPOUT-ROW
           END-PERFORM.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PERIOD-COUNT
               MOVE "P" TO WS-SO-W-TYPE
               MOVE WS-PER-KEY (PX) TO WS-SO-W-PERIOD
               MOVE SPACES TO WS-SO-W-CAT
               MOVE WS-PER-INCOME (PX) TO WS-SO-W-INC
               MOVE WS-PER-EXPENSE (PX) TO WS-SO-W-EXP
               PERFORM 2072-ADD-SNAPOUT-ROW
           END-PERFORM.

           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-PERCAT-COUNT
               MOVE "PC" TO WS-SO-W-TYPE
               MOVE WS-PC-PERIOD (QX) TO WS-SO-W-PERIOD
               MOVE WS-PC-CAT-NAME (QX) TO WS-SO-W-CAT
               MOVE WS-PC-INCOME (QX) TO WS-SO-W-INC
               MOVE WS-PC-EXPENSE (QX) TO WS-SO-W-EXP
               PERFORM 2072-ADD-SNAPOUT-ROW
           END-PERFORM.

       2072-ADD-SNAPOUT-ROW.

           IF WS-SNAPOUT-COUNT >= 6000
               DISPLAY "Warning: snapshot row dropped - "
                   "6000-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SNAPOUT-COUNT.
           MOVE WS-CUR-ACCOUNT TO WS-SO-SCOPE (WS-SNAPOUT-COUNT).
           MOVE WS-SO-W-TYPE TO WS-SO-TYPE (WS-SNAPOUT-COUNT).
           MOVE WS-SO-W-PERIOD TO WS-SO-PERIOD (WS-SNAPOUT-COUNT).
           MOVE WS-SO-W-CAT TO WS-SO-CAT (WS-SNAPOUT-COUNT).
           MOVE WS-SO-W-INC TO WS-SO-INC (WS-SNAPOUT-COUNT).
           MOVE WS-SO-W-EXP TO WS-SO-EXP (WS-SNAPOUT-COUNT).

       2075-WRITE-SNAPSHOT.

      *    REWRITES THE SNAPSHOT FILE FROM THE STAGED ROWS. CALLED
      *    ONLY ON THE SUCCESS PATH, AFTER EVERY OTHER OUTPUT HAS
      *    GONE OUT CLEANLY.

           IF WS-SNAPSHOT-PATH = SPACES
               OR WS-SNAPSHOT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "Warning: cannot rewrite snapshot file: "
                   WS-SNAPSHOT-PATH " status " WS-SNAPSHOT-STATUS
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NY FROM 1 BY 1
               UNTIL NY > WS-SNAPOUT-COUNT
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE WS-SO-INC (NY) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-SN-INC-S
               MOVE WS-SO-EXP (NY) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-SO-SCOPE (NY))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-SO-TYPE (NY)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-SO-PERIOD (NY))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-SO-CAT (NY)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-SN-INC-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   INTO SNAPSHOT-RECORD
               END-STRING
               WRITE SNAPSHOT-RECORD
               IF WS-SNAPSHOT-STATUS NOT = "00"
                   DISPLAY "Warning: snapshot write failed - status "
                       WS-SNAPSHOT-STATUS UPON SYSERR
               END-IF
           END-PERFORM.

           CLOSE SNAPSHOT-FILE.

       2080-OPEN-STATEMENT.

      *    OPENS THE PRINTABLE STATEMENT REPORT AND FIXES THE RUN
      *    DATE PRINTED IN EVERY PAGE HEADER. WS-PRINT-LINE-COUNT
      *    STARTS PAST THE PAGE LIMIT SO THE FIRST PRINTED LINE
      *    FORCES PAGE ONE'S HEADER.

           OPEN OUTPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Cannot open statement report: " WS-STMT-PATH
                   " status " WS-STMT-STATUS
                   UPON SYSERR
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE LEDGER-FILE
                   MOVE "N" TO WS-LEDGER-OPEN
               END-IF
               PERFORM 0098-CLEAR-CHECKPOINT
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.
           MOVE "Y" TO WS-STMT-OPEN.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           MOVE 0 TO WS-PAGE-NUM.
           MOVE 999 TO WS-PRINT-LINE-COUNT.

       2081-PRINT-LINE.

      *    WRITES WS-PRINT-LINE TO THE STATEMENT, BREAKING TO A NEW
      *    PAGE (WITH HEADER) WHEN THE CURRENT PAGE IS FULL. THE
      *    CALLER CLEARS OR FILLS WS-PRINT-LINE BEFORE EACH PERFORM.

           IF WS-PRINT-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM 2082-PRINT-PAGE-HEADER
           END-IF.

           MOVE WS-PRINT-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Warning: statement write failed - status "
                   WS-STMT-STATUS UPON SYSERR
           END-IF.
           ADD 1 TO WS-PRINT-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       2082-PRINT-PAGE-HEADER.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-S.

           MOVE SPACES TO STMT-RECORD.
           STRING "ENCORE LEDGER STATEMENT" DELIMITED BY SIZE
               "          ACCOUNT: " DELIMITED BY SIZE
               FUNCTION TRIM (WS-CUR-ACCOUNT) DELIMITED BY SIZE
               INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.

           MOVE SPACES TO STMT-RECORD.
           STRING "PERIOD " DELIMITED BY SIZE
               FUNCTION TRIM (WS-MIN-DATE) DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAX-DATE) DELIMITED BY SIZE
               "          RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "          PAGE " DELIMITED BY SIZE
               FUNCTION TRIM (WS-PAGE-NUM-S) DELIMITED BY SIZE
               INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.

           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.

           MOVE 3 TO WS-PRINT-LINE-COUNT.

       2083-PRINT-AMOUNT-LINE.

      *    PRINTS THE CAPTION ALREADY PLACED IN WS-PRINT-LINE WITH
      *    THE AMOUNT IN WS-NUM-BUF APPENDED.

           STRING FUNCTION TRIM (WS-PRINT-LINE TRAILING)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

       2084-PRINT-STATEMENT.

      *    PRINTS ONE STATEMENT SECTION FROM THE CURRENT WORKING
      *    TABLES: THE SUMMARY BLOCK, THE CATEGORY TABLE WITH GL
      *    CODE AND BUDGET VARIANCE COLUMNS, AND THE PER-PERIOD
      *    SUB-SECTIONS. RUNS ONCE PER ACCOUNT IN BATCH MODE
      *    (AFTER THE PER-ACCOUNT SORTS) AND ONCE IN SINGLE-FILE
      *    MODE. EACH SECTION STARTS ON A FRESH PAGE.

           MOVE 999 TO WS-PRINT-LINE-COUNT.

           MOVE "SUMMARY" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-TX-COUNT TO WS-COUNT-BUF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TRANSACTIONS:   " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE "  TOTAL INCOME:  " TO WS-PRINT-LINE.
           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE "  TOTAL EXPENSE: " TO WS-PRINT-LINE.
           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           COMPUTE WS-NET = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
           MOVE "  NET BALANCE:   " TO WS-PRINT-LINE.
           MOVE WS-NET TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE "CATEGORY BREAKDOWN" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.
           MOVE WS-PRL-CAT-HEADING TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               MOVE WS-CAT-NAME (WS-K) TO WS-GL-LOOKUP-NAME
               PERFORM 0146-LOOKUP-GLCODE
               MOVE WS-CAT-NAME (WS-K) TO WS-BUDGET-LOOKUP-NAME
               PERFORM 0148-SUM-BUDGET-CATEGORY
               COMPUTE WS-NET = WS-CAT-INCOME (WS-K)
                   - WS-CAT-EXPENSE (WS-K)
               COMPUTE WS-VARIANCE = WS-NET - WS-BUDGET-AMT-OUT
               MOVE SPACES TO WS-PRL-CAT
               MOVE WS-CAT-NAME (WS-K) TO WS-PRL-CAT-NAME
               MOVE WS-GL-CODE-OUT TO WS-PRL-CAT-GL
               MOVE WS-CAT-INCOME (WS-K) TO WS-PRL-CAT-INC
               MOVE WS-CAT-EXPENSE (WS-K) TO WS-PRL-CAT-EXP
               MOVE WS-NET TO WS-PRL-CAT-NET
               MOVE WS-BUDGET-AMT-OUT TO WS-PRL-CAT-BUD
               MOVE WS-VARIANCE TO WS-PRL-CAT-VAR
               MOVE WS-PRL-CAT TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE "TOP PAYEES" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.
           MOVE WS-PRL-PAY-HEADING TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           PERFORM VARYING PYX FROM 1 BY 1
               UNTIL PYX > WS-PAYEE-COUNT OR PYX > 20
               COMPUTE WS-NET =
                   WS-PY-INCOME (PYX) - WS-PY-EXPENSE (PYX)
               MOVE SPACES TO WS-PRL-PAYEE
               MOVE WS-PY-NAME (PYX) TO WS-PRL-PAY-NAME
               MOVE WS-PY-INCOME (PYX) TO WS-PRL-PAY-INC
               MOVE WS-PY-EXPENSE (PYX) TO WS-PRL-PAY-EXP
               MOVE WS-NET TO WS-PRL-PAY-NET
               MOVE WS-PY-COUNT (PYX) TO WS-PRL-PAY-CNT
               MOVE WS-PRL-PAYEE TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE "DEPARTMENT BREAKDOWN" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.
           MOVE WS-PRL-DEPT-HEADING TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > WS-DEPT-COUNT
               COMPUTE WS-NET =
                   WS-DP-INCOME (DPX) - WS-DP-EXPENSE (DPX)
               MOVE SPACES TO WS-PRL-DEPT
               MOVE WS-DP-CODE (DPX) TO WS-PRL-DEPT-CODE
               MOVE WS-DP-NAME (DPX) TO WS-PRL-DEPT-NAME
               MOVE WS-DP-INCOME (DPX) TO WS-PRL-DEPT-INC
               MOVE WS-DP-EXPENSE (DPX) TO WS-PRL-DEPT-EXP
               MOVE WS-NET TO WS-PRL-DEPT-NET
               MOVE WS-DP-COUNT (DPX) TO WS-PRL-DEPT-CNT
               MOVE WS-PRL-DEPT TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
           END-PERFORM.

           IF WS-DEPTPER-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
               MOVE "DEPARTMENTS BY PERIOD" TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
               PERFORM VARYING DQX FROM 1 BY 1
                   UNTIL DQX > WS-DEPTPER-COUNT
                   COMPUTE WS-NET =
                       WS-DQ-INCOME (DQX) - WS-DQ-EXPENSE (DQX)
                   MOVE SPACES TO WS-PRL-DPER
                   MOVE WS-DQ-PERIOD (DQX) TO WS-PRL-DPER-PER
                   MOVE WS-DQ-CODE (DQX) TO WS-PRL-DPER-CODE
                   MOVE WS-DQ-INCOME (DQX) TO WS-PRL-DPER-INC
                   MOVE WS-DQ-EXPENSE (DQX) TO WS-PRL-DPER-EXP
                   MOVE WS-NET TO WS-PRL-DPER-NET
                   MOVE WS-PRL-DPER TO WS-PRINT-LINE
                   PERFORM 2081-PRINT-LINE
               END-PERFORM
           END-IF.

           PERFORM 2086-PRINT-PERIOD-SECTIONS.

       2086-PRINT-PERIOD-SECTIONS.

           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PERIOD-COUNT
               PERFORM 1030-PERIOD-BOUNDS
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-PER-KEY (PX)) DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-PER-START DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-PER-END DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 2081-PRINT-LINE
               MOVE "  TOTAL INCOME:  " TO WS-PRINT-LINE
               MOVE WS-PER-INCOME (PX) TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
               MOVE "  TOTAL EXPENSE: " TO WS-PRINT-LINE
               MOVE WS-PER-EXPENSE (PX) TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
               COMPUTE WS-PER-NET =
                   WS-PER-INCOME (PX) - WS-PER-EXPENSE (PX)
               MOVE "  NET BALANCE:   " TO WS-PRINT-LINE
               MOVE WS-PER-NET TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
               MOVE WS-PRL-CAT-HEADING TO WS-PRINT-LINE
               PERFORM 2081-PRINT-LINE
               PERFORM VARYING QX FROM 1 BY 1
                   UNTIL QX > WS-PERCAT-COUNT
                   IF WS-PC-PERIOD (QX) = WS-PER-KEY (PX)
                       PERFORM 2087-PRINT-PERCAT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       2087-PRINT-PERCAT-LINE.

           MOVE WS-PC-CAT-NAME (QX) TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           MOVE WS-PC-CAT-NAME (QX) TO WS-BUDGET-LOOKUP-NAME.
           MOVE WS-PC-PERIOD (QX) TO WS-BUDGET-LOOKUP-PERIOD.
           PERFORM 0147-LOOKUP-BUDGET-PERIOD.
           COMPUTE WS-NET = WS-PC-INCOME (QX) - WS-PC-EXPENSE (QX).
           COMPUTE WS-VARIANCE = WS-NET - WS-BUDGET-AMT-OUT.

           MOVE SPACES TO WS-PRL-CAT.
           MOVE WS-PC-CAT-NAME (QX) TO WS-PRL-CAT-NAME.
           MOVE WS-GL-CODE-OUT TO WS-PRL-CAT-GL.
           MOVE WS-PC-INCOME (QX) TO WS-PRL-CAT-INC.
           MOVE WS-PC-EXPENSE (QX) TO WS-PRL-CAT-EXP.
           MOVE WS-NET TO WS-PRL-CAT-NET.
           MOVE WS-BUDGET-AMT-OUT TO WS-PRL-CAT-BUD.
           MOVE WS-VARIANCE TO WS-PRL-CAT-VAR.
           MOVE WS-PRL-CAT TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

       2088-PRINT-TOTALS-PAGE.

      *    FINAL TOTALS PAGE: THE RUN-WIDE TOTALS PLUS THE REJECT
      *    AND OVERFLOW COUNTS. IN BATCH MODE THE CALLER HAS ALREADY
      *    ROLLED THE GRAND TOTALS INTO THE RUN-WIDE FIELDS AND THIS
      *    IS THE CONSOLIDATED GRAND-TOTAL PAGE ACROSS ALL ACCOUNTS.

           MOVE 999 TO WS-PRINT-LINE-COUNT.

           MOVE "RUN TOTALS" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-TX-COUNT TO WS-COUNT-BUF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TRANSACTIONS:   " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE "  TOTAL INCOME:  " TO WS-PRINT-LINE.
           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE "  TOTAL EXPENSE: " TO WS-PRINT-LINE.
           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           COMPUTE WS-NET = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
           MOVE "  NET BALANCE:   " TO WS-PRINT-LINE.
           MOVE WS-NET TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-REJECT-COUNT TO WS-COUNT-BUF.
           STRING "  REJECTED LINES:            " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-DUP-COUNT TO WS-COUNT-BUF.
           IF WS-BATCH-MODE = "Y"
               MOVE WS-GRAND-DUP TO WS-COUNT-BUF
           END-IF.
           STRING "  SUSPECTED DUPLICATES:      " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-CAT-OVERFLOW-COUNT TO WS-COUNT-BUF.
           IF WS-BATCH-MODE = "Y"
               MOVE WS-GRAND-CATOVER TO WS-COUNT-BUF
           END-IF.
           STRING "  CATEGORY OVERFLOWS:        " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-PERIOD-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING "  PERIOD OVERFLOWS:          " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-PERCAT-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING "  PERIOD-CATEGORY OVERFLOWS: " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-DAY-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING "  DAY OVERFLOWS:             " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-ADJ-COUNT TO WS-COUNT-BUF.
           IF WS-BATCH-MODE = "Y"
               MOVE WS-GRAND-ADJ TO WS-COUNT-BUF
           END-IF.
           STRING "  PRIOR-PERIOD ADJUSTMENTS:  " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           IF WS-ADJ-TBL-COUNT > 0
               PERFORM 2089-PRINT-ADJUSTMENTS
           END-IF.

           IF WS-ACCRUAL-COUNT > 0
               PERFORM 2085-PRINT-ACCRUALS
           END-IF.

           IF WS-BATCH-MODE = "Y"
               MOVE WS-ACCOUNT-COUNT TO WS-COUNT-BUF
               STRING "  ACCOUNTS CONSOLIDATED:     "
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 2081-PRINT-LINE
               MOVE WS-SKIPPED-ACCT-COUNT TO WS-COUNT-BUF
               STRING "  ACCOUNTS SKIPPED:          "
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 2081-PRINT-LINE
               MOVE WS-XFER-PAIR-COUNT TO WS-COUNT-BUF
               STRING "  MATCHED TRANSFER PAIRS:    "
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 2081-PRINT-LINE
               MOVE "  TRANSFER AMOUNT MATCHED:" TO WS-PRINT-LINE
               MOVE WS-XFER-AMT-TOTAL TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
               MOVE "  INCOME EXCL TRANSFERS: " TO WS-PRINT-LINE
               MOVE WS-XFER-ADJ-INC TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
               MOVE "  EXPENSE EXCL TRANSFERS:" TO WS-PRINT-LINE
               MOVE WS-XFER-ADJ-EXP TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
               MOVE "  NET EXCL TRANSFERS:    " TO WS-PRINT-LINE
               MOVE WS-XFER-ADJ-NET TO WS-NUM-BUF
               PERFORM 2083-PRINT-AMOUNT-LINE
           END-IF.

       2089-PRINT-ADJUSTMENTS.

      *    PRIOR-PERIOD ADJUSTMENTS SECTION OF THE STATEMENT: ONE
      *    LINE PER ROW OR ACCRUAL ENTRY RE-BOOKED OUT OF A CLOSED
      *    PERIOD, SHOWING THE ACCOUNT, TRANSACTION DATE (BLANK FOR
      *    AN ACCRUAL), THE CLOSED PERIOD IT WAS DATED INTO, THE
      *    OPEN PERIOD IT POSTED TO, AND THE AMOUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.
           MOVE "PRIOR-PERIOD ADJUSTMENTS" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           PERFORM VARYING AJX FROM 1 BY 1
               UNTIL AJX > WS-ADJ-TBL-COUNT
               MOVE WS-ADJ-AMT (AJX) TO WS-NUM-BUF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-ADJ-DATE (AJX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ADJ-OLDPER (AJX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-ADJ-NEWPER (AJX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-ACCT (AJX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-ADJ-DESC (AJX)) (1:40)
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 2081-PRINT-LINE
           END-PERFORM.

       2085-PRINT-ACCRUALS.

      *    ACCRUALS SECTION OF THE STATEMENT: BOOKED, REVERSED, AND
      *    OUTSTANDING TOTALS, THEN ONE LINE PER ACCRUAL SHOWING THE
      *    PERIOD IT BOOKED INTO, THE PERIOD ITS REVERSAL POSTED TO,
      *    THE AMOUNT, ITS STATE, AND THE ACCOUNT AND CATEGORY.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.
           MOVE "ACCRUALS" TO WS-PRINT-LINE.
           PERFORM 2081-PRINT-LINE.

           MOVE WS-ACR-BOOKED-COUNT TO WS-COUNT-BUF.
           STRING "  BOOKED:      " DELIMITED BY SIZE
               WS-COUNT-BUF DELIMITED BY SIZE
               "  AMOUNT:" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-ACR-BOOKED-AMT TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE WS-ACR-REVERSED-COUNT TO WS-COUNT-BUF.
           STRING "  REVERSED:    " DELIMITED BY SIZE
               WS-COUNT-BUF DELIMITED BY SIZE
               "  AMOUNT:" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-ACR-REVERSED-AMT TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE WS-ACR-OPEN-COUNT TO WS-COUNT-BUF.
           STRING "  OUTSTANDING: " DELIMITED BY SIZE
               WS-COUNT-BUF DELIMITED BY SIZE
               "  AMOUNT:" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-ACR-OPEN-AMT TO WS-NUM-BUF.
           PERFORM 2083-PRINT-AMOUNT-LINE.

           MOVE WS-ACR-REJECT-COUNT TO WS-COUNT-BUF.
           STRING "  REJECTED:    " DELIMITED BY SIZE
               WS-COUNT-BUF DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 2081-PRINT-LINE.

           PERFORM VARYING ACX FROM 1 BY 1
               UNTIL ACX > WS-ACCRUAL-COUNT
               IF WS-ACR-APPLIED (ACX) = "Y"
                   AND WS-ACR-STATE (ACX) NOT = "X"
                   IF WS-ACR-STATE (ACX) = "R"
                       MOVE "REVERSED" TO WS-ACR-STATE-S
                   ELSE
                       MOVE "OUTSTANDING" TO WS-ACR-STATE-S
                   END-IF
                   MOVE WS-ACR-AMT (ACX) TO WS-NUM-BUF
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-ACR-BOOKPER (ACX) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-ACR-REVPER (ACX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-NUM-BUF DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ACR-STATE-S DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ACR-ACCT (ACX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ACR-CAT (ACX)) (1:30)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ACR-DESC (ACX)) (1:40)
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 2081-PRINT-LINE
               END-IF
           END-PERFORM.

       2090-CHECK-PERIOD-LIMITS.

      *    AFTER PERIOD AGGREGATION, CHECKS EACH CATEGORY'S PERIOD
      *    EXPENSE TOTAL AGAINST ITS MAX PERIOD LIMIT. RUNS ONCE PER
      *    ACCOUNT IN BATCH MODE (THE PERIOD-BY-CATEGORY TABLE IS
      *    PER ACCOUNT) AND ONCE IN SINGLE-FILE MODE.

           IF WS-LIMITS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > WS-PERCAT-COUNT
               PERFORM VARYING LX FROM 1 BY 1
                   UNTIL LX > WS-LIMITS-COUNT
                   IF WS-LM-HAS-PERIOD (LX) = "Y"
                       AND FUNCTION UPPER-CASE (WS-LM-CAT (LX))
                           = FUNCTION UPPER-CASE
                               (WS-PC-CAT-NAME (QX))
                       AND WS-PC-EXPENSE (QX)
                           > WS-LM-MAXPERIOD (LX)
                       MOVE "PERIOD" TO WS-AL-TYPE
                       MOVE WS-PC-PERIOD (QX) TO WS-AL-KEY
                       MOVE WS-PC-CAT-NAME (QX) TO WS-AL-CAT
                       MOVE WS-PC-EXPENSE (QX) TO WS-AL-AMOUNT
                       MOVE WS-LM-MAXPERIOD (LX) TO WS-AL-LIMIT
                       MOVE WS-LM-SEV (LX) TO WS-AL-SEV
                       PERFORM 2092-WRITE-ALERT
                   END-IF
               END-PERFORM
           END-PERFORM.

       2092-WRITE-ALERT.

      *    RECORDS ONE LIMIT BREACH: COUNTS IT, REMEMBERS WHETHER A
      *    FAIL-SEVERITY BREACH HAS BEEN SEEN (FOR THE RETURN CODE),
      *    AND WRITES THE ALERTS-REPORT LINE WHEN THE REPORT IS OPEN.

           ADD 1 TO WS-ALERT-COUNT.
           IF WS-AL-SEV = "FAIL"
               MOVE "Y" TO WS-ALERT-FAIL
           END-IF.

           IF WS-ALERTS-OPEN = "Y"
               MOVE SPACES TO ALERTS-RECORD
               MOVE WS-AL-AMOUNT TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-AL-AMT-S
               MOVE WS-AL-LIMIT TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CUR-ACCOUNT)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AL-TYPE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AL-KEY) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AL-CAT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AL-AMT-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AL-SEV) DELIMITED BY SIZE
                   INTO ALERTS-RECORD
               END-STRING
               WRITE ALERTS-RECORD
               IF WS-ALERTS-STATUS NOT = "00"
                   DISPLAY "Warning: alerts report write failed - "
                       "status " WS-ALERTS-STATUS UPON SYSERR
               END-IF
           END-IF.

       4000-WRITE-AUDIT-LOG.

      *    APPENDS ONE LINE TO THE OPTIONAL RUN-HISTORY AUDIT LOG:
      *    TIMESTAMP, INPUT PATH, OUTPUT PATH, TRANSACTION COUNT,
      *    TOTAL INCOME, TOTAL EXPENSE, AND SUCCESS/FAILED/PARTIAL
      *    (BATCH RUNS THAT SKIPPED ONE OR MORE ACCOUNTS). THE CALLER
      *    MOVES WS-AUDIT-INPUT-PATH, WS-AUDIT-OUTPUT-PATH, AND
      *    WS-AUDIT-RESULT BEFORE PERFORMING THIS PARAGRAPH. SKIPPED
      *    ENTIRELY WHEN NO AUDIT LOG PATH (OR "NONE") WAS SUPPLIED ON
      *    THE COMMAND LINE. THE LOG IS APPENDED TO RATHER THAN
      *    OVERWRITTEN SO IT ACCUMULATES ACROSS INVOCATIONS.

           IF WS-AUDIT-PATH = SPACES
               OR WS-AUDIT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-NOW (9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (13:2) DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           END-STRING.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TX-COUNT TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-AUDIT-TX-S.
           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-AUDIT-INC-S.
           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-AUDIT-EXP-S.

           MOVE SPACES TO AUDIT-RECORD.
           STRING FUNCTION TRIM (WS-AUDIT-TIMESTAMP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-INPUT-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-OUTPUT-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-TX-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-INC-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-EXP-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-RESULT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.

           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: audit log write failed - status "
                   WS-AUDIT-STATUS " - run history for this "
                   "invocation was NOT recorded" UPON SYSERR
           END-IF.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * BATCH DRIVER - CONSOLIDATES SEVERAL PER-ACCOUNT CSV EXPORTS    *
      * INTO ONE JSON FILE WITH A PER-ACCOUNT BREAKDOWN PLUS A GRAND   *
      * TOTAL ACROSS ALL ACCOUNTS.                                     *
      *                                                                *
      * INVOCATION: reportgen BATCH <control.txt> <consolidated.json> *
      *                 [reject.txt] [catoverflow.txt] [catmaster.txt]*
      *                 [budget.txt] [ledger.csv] [auditlog.txt]      *
      *                 [catrules.txt] [journal.txt] [clearing-gl]    *
      *                 [suspense-gl] [duplicates.txt] [dup-mode]     *
      *                 [snapshot.txt] [statement.txt]                *
      *                 [acctmaster.txt] [rates.txt] [base-currency]  *
      *                 [fiscalcal.txt] [limits.txt] [alerts.txt]     *
      *                 [txstore.dat] [perstat.txt] [closed-mode]      *
      *                 [transfers.txt] [transfer-window]              *
      *                 [payees.txt] [deptmaster.txt]                  *
      *                 [accruals.txt]                                 *
      *                 [taxcodes.txt] [taxliability.txt]              *
      *                 [tax-payable-gl] [tax-recoverable-gl]          *
      *             SEE THE BANNER AT THE TOP OF THE PROGRAM FOR      *
      *             EACH ARGUMENT'S FILE FORMAT AND BEHAVIOR.         *
      *                                                                *
      * CONTROL FILE FORMAT: ONE ACCOUNT PER LINE,                    *
      *                 ACCOUNT-NAME,PATH-TO-CSV                      *
      ******************************************************************

       3000-BATCH-DRIVER.

           IF WS-ARG-COUNT < 3
               DISPLAY "USAGE: reportgen BATCH <control.txt>"
                   " <output.json>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-BATCH-MODE.

           ACCEPT WS-BATCH-CTL-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JSON-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-REJECT-PATH.
           IF WS-ARG-COUNT >= 4
               ACCEPT WS-REJECT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-CATOVER-PATH.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-CATOVER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-CATMASTER-PATH.
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-BUDGET-PATH.
           IF WS-ARG-COUNT >= 7
               ACCEPT WS-BUDGET-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-LEDGER-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-LEDGER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 9
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-CATRULES-PATH.
           IF WS-ARG-COUNT >= 10
               ACCEPT WS-CATRULES-PATH FROM ARGUMENT-VALUE
           END-IF.

           PERFORM 0060-ACCEPT-JOURNAL-ARGS.
           PERFORM 0062-ACCEPT-DUPE-ARGS.
           PERFORM 0064-ACCEPT-SNAPSHOT-ARG.
           PERFORM 0066-ACCEPT-STMT-ARG.
           PERFORM 0068-ACCEPT-ACCTMASTER-ARG.
           PERFORM 0079-ACCEPT-RATES-ARGS.
           PERFORM 0081-ACCEPT-FISCAL-ARG.
           PERFORM 0093-ACCEPT-LIMITS-ARGS.
           PERFORM 0161-ACCEPT-TXSTORE-ARG.
           PERFORM 0163-ACCEPT-PERSTAT-ARGS.
           PERFORM 0171-ACCEPT-XFER-ARGS.
           PERFORM 0174-ACCEPT-PAYEE-ARG.
           PERFORM 0185-ACCEPT-DEPTMASTER-ARG.
           PERFORM 0191-ACCEPT-ACCRUAL-ARG.
           PERFORM 0151-ACCEPT-TAX-ARGS.

           MOVE WS-BATCH-CTL-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JSON-PATH TO WS-AUDIT-OUTPUT-PATH.

           OPEN INPUT BATCH-FILE.
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "Cannot open control file: " WS-BATCH-CTL-PATH
                   " status " WS-BATCH-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           IF WS-REJECT-PATH NOT = SPACES
               AND WS-REJECT-PATH NOT = "NONE"
               OPEN OUTPUT REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "Cannot open reject file: " WS-REJECT-PATH
                       " status " WS-REJECT-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-REJECT-OPEN
           END-IF.

           IF WS-CATOVER-PATH NOT = SPACES
               AND WS-CATOVER-PATH NOT = "NONE"
               OPEN OUTPUT CATOVER-FILE
               IF WS-CATOVER-STATUS NOT = "00"
                   DISPLAY "Cannot open category overflow file: "
                       WS-CATOVER-PATH " status " WS-CATOVER-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-CATOVER-OPEN
           END-IF.

           IF WS-DUPE-PATH NOT = SPACES
               AND WS-DUPE-PATH NOT = "NONE"
               OPEN OUTPUT DUPE-FILE
               IF WS-DUPE-STATUS NOT = "00"
                   DISPLAY "Cannot open duplicates report: "
                       WS-DUPE-PATH " status " WS-DUPE-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-DUPE-OPEN
           END-IF.

           IF WS-ALERTS-PATH NOT = SPACES
               AND WS-ALERTS-PATH NOT = "NONE"
               OPEN OUTPUT ALERTS-FILE
               IF WS-ALERTS-STATUS NOT = "00"
                   DISPLAY "Cannot open alerts report: "
                       WS-ALERTS-PATH " status " WS-ALERTS-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-ALERTS-OPEN
           END-IF.

           IF WS-TAXRPT-PATH NOT = SPACES
               AND WS-TAXRPT-PATH NOT = "NONE"
               OPEN OUTPUT TAXRPT-FILE
               IF WS-TAXRPT-STATUS NOT = "00"
                   DISPLAY "Cannot open tax liability report: "
                       WS-TAXRPT-PATH " status " WS-TAXRPT-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-TAXRPT-OPEN
           END-IF.

           IF WS-XFER-PATH NOT = SPACES
               AND WS-XFER-PATH NOT = "NONE"
               OPEN OUTPUT XFER-FILE
               IF WS-XFER-STATUS NOT = "00"
                   DISPLAY "Cannot open transfers report: "
                       WS-XFER-PATH " status " WS-XFER-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-XFER-OPEN
           END-IF.

           PERFORM 0162-OPEN-TXSTORE.

           IF WS-LEDGER-PATH NOT = SPACES
               AND WS-LEDGER-PATH NOT = "NONE"
               OPEN OUTPUT LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "Cannot open ledger file: " WS-LEDGER-PATH
                       " status " WS-LEDGER-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-LEDGER-OPEN
           END-IF.

           PERFORM 0069-LOAD-ACCTMASTER.
           PERFORM 0070-LOAD-CATMASTER.
           PERFORM 0152-LOAD-TAXCODES.
           PERFORM 0072-LOAD-CATRULES.
           PERFORM 0087-LOAD-PAYEERULES.
           PERFORM 0091-LOAD-DEPTMASTER.
           PERFORM 0080-LOAD-BUDGET.
           PERFORM 0086-LOAD-RATES.
           PERFORM 0071-LOAD-FISCAL.
           PERFORM 0094-LOAD-LIMITS.
           PERFORM 0167-LOAD-PERSTAT.
           PERFORM 0192-LOAD-ACCRUALS.
           PERFORM 0082-LOAD-SNAPSHOT.

           IF WS-STMT-PATH NOT = SPACES
               AND WS-STMT-PATH NOT = "NONE"
               PERFORM 2080-OPEN-STATEMENT
           END-IF.

           MOVE SPACES TO WS-JSON.
           MOVE 1 TO WS-JSON-PTR.
           STRING '{"accounts":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM UNTIL WS-BATCH-STATUS NOT = "00"
               READ BATCH-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 3010-PROCESS-BATCH-LINE
               END-READ
           END-PERFORM.

           CLOSE BATCH-FILE.

           PERFORM 0199-WARN-UNAPPLIED-ACCRUALS.

           IF WS-REJECT-OPEN = "Y"
               CLOSE REJECT-FILE
           END-IF.

           IF WS-CATOVER-OPEN = "Y"
               CLOSE CATOVER-FILE
           END-IF.

           IF WS-DUPE-OPEN = "Y"
               CLOSE DUPE-FILE
           END-IF.

           IF WS-ALERTS-OPEN = "Y"
               CLOSE ALERTS-FILE
           END-IF.

           IF WS-XFER-OPEN = "Y"
               CLOSE XFER-FILE
               MOVE "N" TO WS-XFER-OPEN
           END-IF.

           IF WS-TXSTORE-OPEN = "Y"
               CLOSE TXSTORE-FILE
               MOVE "N" TO WS-TXSTORE-OPEN
           END-IF.

           IF WS-LEDGER-OPEN = "Y"
               CLOSE LEDGER-FILE
               MOVE "N" TO WS-LEDGER-OPEN
           END-IF.

           COMPUTE WS-GRAND-NET = WS-GRAND-INCOME - WS-GRAND-EXPENSE.

      *    TRANSFER-ADJUSTED CONSOLIDATED FIGURES: EACH MATCHED PAIR
      *    INFLATED BOTH THE CONSOLIDATED INCOME AND THE CONSOLIDATED
      *    EXPENSE BY THE TRANSFER AMOUNT, SO BOTH SIDES ARE BACKED
      *    OUT BY THE MATCHED TOTAL.

           COMPUTE WS-XFER-ADJ-INC =
               WS-GRAND-INCOME - WS-XFER-AMT-TOTAL.
           COMPUTE WS-XFER-ADJ-EXP =
               WS-GRAND-EXPENSE - WS-XFER-AMT-TOTAL.
           COMPUTE WS-XFER-ADJ-NET =
               WS-XFER-ADJ-INC - WS-XFER-ADJ-EXP.

           STRING '],"grandTotal":{"totalIncome":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-INCOME TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"totalExpenses":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-EXPENSE TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netBalance":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"accountCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"rejectCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-REJECT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"unmappedCategoryCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-UNMAPPED TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"categoryOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-CATOVER TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"ruleCategorizedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-RULECAT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"uncategorizedCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-UNCAT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"duplicateCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-DUP TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"duplicateSeenOverflowCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-SEEN-OVERFLOW-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"alertCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-ALERTS TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"priorPeriodAdjustmentCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-GRAND-ADJ TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"transferPairCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-XFER-PAIR-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"transferAmount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-XFER-AMT-TOTAL TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"transferAdjustedIncome":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-XFER-ADJ-INC TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"transferAdjustedExpenses":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-XFER-ADJ-EXP TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"transferAdjustedNetBalance":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-XFER-ADJ-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"skippedAccountCount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-SKIPPED-ACCT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           PERFORM 2017-BUILD-ADJUSTMENTS.
           PERFORM 2025-BUILD-ACCRUALS.
           PERFORM 2027-BUILD-TAX.
           STRING '}}' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *    SEE THE MATCHING CHECK IN 2000-WRITE-JSON -- ONCE WS-JSON
      *    (65535 BYTES) FILLS, WS-JSON-PTR PINS AT ONE PAST THE END
      *    INSTEAD OF ADVANCING FURTHER, SO THAT PIN IS THE SIGNAL
      *    THAT THE CONSOLIDATED BATCH JSON WAS TRUNCATED.

           IF WS-JSON-PTR > 65535
               DISPLAY "JSON output exceeds the 65535-byte WS-JSON "
                   "buffer and was truncated - increase "
                   "WS-JSON/JSON-RECORD capacity" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT JSON-FILE.
           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Cannot open JSON output: "
                   WS-JSON-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JSON TO JSON-RECORD.
           WRITE JSON-RECORD.
           CLOSE JSON-FILE.

      *    AS IN SINGLE-FILE MODE, THE POSTING FILE IS WRITTEN ONLY
      *    AFTER THE CONSOLIDATED JSON HAS GONE OUT CLEANLY, SO A
      *    FAILED RUN NEVER LEAVES A JOURNAL FILE BEHIND FOR THE GL
      *    IMPORT TO PICK UP.

           IF WS-JOURNAL-PATH NOT = SPACES
               AND WS-JOURNAL-PATH NOT = "NONE"
               PERFORM 2055-SORT-JOURNAL
               PERFORM 2060-WRITE-JOURNAL
           END-IF.

           IF WS-TAXRPT-OPEN = "Y"
               PERFORM 0160-WRITE-TAX-REPORT
               CLOSE TAXRPT-FILE
               MOVE "N" TO WS-TAXRPT-OPEN
           END-IF.

           PERFORM 2075-WRITE-SNAPSHOT.

           MOVE WS-GRAND-TX-COUNT TO WS-TX-COUNT.
           MOVE WS-GRAND-INCOME TO WS-TOTAL-INCOME.
           MOVE WS-GRAND-EXPENSE TO WS-TOTAL-EXPENSE.

           IF WS-STMT-OPEN = "Y"
               MOVE "ALL ACCOUNTS" TO WS-CUR-ACCOUNT
               IF WS-GRAND-TX-COUNT = 0
                   MOVE "1900-01-01" TO WS-GRAND-MIN-DATE
                   MOVE "1900-01-01" TO WS-GRAND-MAX-DATE
               END-IF
               MOVE WS-GRAND-MIN-DATE TO WS-MIN-DATE
               MOVE WS-GRAND-MAX-DATE TO WS-MAX-DATE
               PERFORM 2088-PRINT-TOTALS-PAGE
               CLOSE STMT-FILE
               MOVE "N" TO WS-STMT-OPEN
           END-IF.

           IF WS-GRAND-ALERTS > 0
               MOVE "ALERTED" TO WS-AUDIT-RESULT
           ELSE
               IF WS-SKIPPED-ACCT-COUNT > 0
                   MOVE "PARTIAL" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
               END-IF
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

           IF WS-ALERT-FAIL = "Y"
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       3010-PROCESS-BATCH-LINE.

           MOVE BATCH-RECORD TO WS-BATCH-LINE.

           IF WS-BATCH-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           UNSTRING WS-BATCH-LINE DELIMITED BY ","
               INTO WS-BATCH-ACCT-NAME WS-BATCH-CSV-PATH
           END-UNSTRING.

           IF WS-BATCH-CSV-PATH = SPACES
               MOVE WS-BATCH-ACCT-NAME TO WS-BATCH-CSV-PATH
           END-IF.

           MOVE WS-BATCH-ACCT-NAME TO WS-CUR-ACCOUNT.

           PERFORM 0078-LOOKUP-ACCTMASTER.

           IF WS-ACCTMASTER-COUNT > 0
               IF WS-AM-FOUND = "N"
                   DISPLAY "Account " FUNCTION TRIM
                       (WS-BATCH-ACCT-NAME) " is not in the account "
                       "master - failing run" UPON SYSERR
                   CLOSE BATCH-FILE
                   IF WS-REJECT-OPEN = "Y"
                       CLOSE REJECT-FILE
                   END-IF
                   IF WS-CATOVER-OPEN = "Y"
                       CLOSE CATOVER-FILE
                   END-IF
                   IF WS-DUPE-OPEN = "Y"
                       CLOSE DUPE-FILE
                   END-IF
                   IF WS-LEDGER-OPEN = "Y"
                       CLOSE LEDGER-FILE
                   END-IF
                   IF WS-STMT-OPEN = "Y"
                       CLOSE STMT-FILE
                   END-IF
                   IF WS-ALERTS-OPEN = "Y"
                       CLOSE ALERTS-FILE
                   END-IF
                   IF WS-TXSTORE-OPEN = "Y"
                       CLOSE TXSTORE-FILE
                   END-IF
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   GOBACK
               END-IF
               IF WS-AM-ACTIVE (WS-AM-HIT) = "N"
                   DISPLAY "Warning: account " FUNCTION TRIM
                       (WS-BATCH-ACCT-NAME) " is inactive - "
                       "skipping" UPON SYSERR
                   ADD 1 TO WS-SKIPPED-ACCT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-BATCH-CSV-PATH TO WS-CSV-PATH.
           OPEN INPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "Cannot open CSV: " WS-CSV-PATH
                   " status " WS-CSV-STATUS " - skipping account "
                   WS-CUR-ACCOUNT UPON SYSERR
               ADD 1 TO WS-SKIPPED-ACCT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-HEADER-SKIPPED.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 0 TO WS-TX-COUNT.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE 0 TO WS-CAT-OVERFLOW-COUNT.
           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.
           MOVE "9999-12-31" TO WS-MIN-DATE.
           MOVE "0000-01-01" TO WS-MAX-DATE.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-DAY-OVERFLOW-COUNT.
           MOVE WS-CUR-OPENBAL TO WS-RUNNING-BAL.
           MOVE 0 TO WS-PERIOD-COUNT.
           MOVE 0 TO WS-PERCAT-COUNT.
           MOVE 0 TO WS-RULE-CAT-COUNT.
           MOVE 0 TO WS-UNCAT-COUNT.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE 0 TO WS-CURTOT-COUNT.
           MOVE 0 TO WS-ALERT-COUNT.
           MOVE 0 TO WS-ADJ-COUNT.
           MOVE "N" TO WS-PEND-ACTIVE.
           MOVE 0 TO WS-PAYEE-COUNT.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 0 TO WS-DEPTPER-COUNT.
           MOVE 0 TO WS-PCD-COUNT.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO WS-SPLIT-SUM.
           MOVE "N" TO WS-SPLIT-BAD.

           PERFORM UNTIL WS-CSV-STATUS NOT = "00"
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 0100-PROCESS-CSV-LINE
               END-READ
           END-PERFORM.

           MOVE "Y" TO WS-FLUSH-AT-EOF.
           PERFORM 0182-FLUSH-PENDING.

           CLOSE CSV-FILE.

           PERFORM 0194-APPLY-ACCRUALS.

           PERFORM 1000-SORT-CATEGORIES.
           PERFORM 1010-SORT-PERIODS.
           PERFORM 1020-SORT-PERCATS.
           PERFORM 1040-COUNT-UNMAPPED.
           PERFORM 1050-SORT-DAYS.
           PERFORM 1060-SORT-PAYEES.
           PERFORM 1070-SORT-DEPTS.
           PERFORM 1072-SORT-DEPTPERS.
           PERFORM 2090-CHECK-PERIOD-LIMITS.
           PERFORM 2070-APPEND-SNAPSHOT-ROWS.

           IF WS-TX-COUNT > 0
               IF WS-MIN-DATE < WS-GRAND-MIN-DATE
                   MOVE WS-MIN-DATE TO WS-GRAND-MIN-DATE
               END-IF
               IF WS-MAX-DATE > WS-GRAND-MAX-DATE
                   MOVE WS-MAX-DATE TO WS-GRAND-MAX-DATE
               END-IF
           END-IF.

           IF WS-STMT-OPEN = "Y"
               PERFORM 2084-PRINT-STATEMENT
           END-IF.

           IF WS-JOURNAL-PATH NOT = SPACES
               AND WS-JOURNAL-PATH NOT = "NONE"
               PERFORM 2050-BUILD-JOURNAL
           END-IF.

           IF WS-LEDGER-OPEN = "Y"
               PERFORM 2030-WRITE-LEDGER
           END-IF.

           ADD WS-TOTAL-INCOME TO WS-GRAND-INCOME.
           ADD WS-TOTAL-EXPENSE TO WS-GRAND-EXPENSE.
           ADD WS-TX-COUNT TO WS-GRAND-TX-COUNT.
           ADD WS-UNMAPPED-COUNT TO WS-GRAND-UNMAPPED.
           ADD WS-CAT-OVERFLOW-COUNT TO WS-GRAND-CATOVER.
           ADD WS-RULE-CAT-COUNT TO WS-GRAND-RULECAT.
           ADD WS-UNCAT-COUNT TO WS-GRAND-UNCAT.
           ADD WS-DUP-COUNT TO WS-GRAND-DUP.
           ADD WS-ALERT-COUNT TO WS-GRAND-ALERTS.
           ADD WS-ADJ-COUNT TO WS-GRAND-ADJ.
           ADD 1 TO WS-ACCOUNT-COUNT.

           IF WS-ACCOUNT-COUNT > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           PERFORM 3020-WRITE-ACCOUNT-BLOCK.

       3020-WRITE-ACCOUNT-BLOCK.

           COMPUTE WS-NET = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.

           MOVE SPACES TO WS-ACCT-JSON.
           STRING '{"accountName":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-BATCH-ACCT-NAME) DELIMITED BY SIZE
               '","csvPath":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-BATCH-CSV-PATH) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           IF WS-AM-FOUND = "Y"
               MOVE WS-CUR-OPENBAL TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
                   ',"accountNumber":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-ACCT-NUMBER)
                       DELIMITED BY SIZE
                   '","accountType":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-ACCT-TYPE) DELIMITED BY SIZE
                   '","openingBalance":' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"openingBalanceDate":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CUR-OPENDATE) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-ACCT-JSON
               END-STRING
           END-IF.

           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               ',"summary":{"totalIncome":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"totalExpenses":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netBalance":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"unmappedCategoryCount":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"ruleCategorizedCount":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-RULE-CAT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"uncategorizedCount":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-UNCAT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"duplicateCount":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-DUP-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"alertCount":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-ALERT-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"priorPeriodAdjustmentCount":' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           MOVE WS-ADJ-COUNT TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               '},"categoryBreakdowns":[' DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-K > 1
                   STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO WS-ACCT-JSON
                   END-STRING
               END-IF
               MOVE WS-CAT-NAME (WS-K) TO WS-GL-LOOKUP-NAME
               PERFORM 0146-LOOKUP-GLCODE
               COMPUTE WS-NET = WS-CAT-INCOME (WS-K)
                   - WS-CAT-EXPENSE (WS-K)
               MOVE SPACES TO WS-CAT-JSON
               STRING '{"categoryName":"' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CAT-NAME (WS-K)) DELIMITED BY SIZE
                   '","income":' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
               MOVE WS-CAT-INCOME (WS-K) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"expense":' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
               MOVE WS-CAT-EXPENSE (WS-K) TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"net":' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
               MOVE WS-NET TO WS-NUM-BUF
               STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   ',"glCode":"' DELIMITED BY SIZE
                   INTO WS-CAT-JSON
               END-STRING
               IF WS-GL-MAPPED = "Y"
                   STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                       FUNCTION TRIM (WS-GL-CODE-OUT) DELIMITED BY SIZE
                       '","mapped":true' DELIMITED BY SIZE
                       INTO WS-CAT-JSON
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                       '","mapped":false' DELIMITED BY SIZE
                       INTO WS-CAT-JSON
                   END-STRING
               END-IF
               MOVE WS-CAT-NAME (WS-K) TO WS-BUDGET-LOOKUP-NAME
               PERFORM 0148-SUM-BUDGET-CATEGORY
               PERFORM 2006-APPEND-VARIANCE
               MOVE WS-CUR-ACCOUNT TO WS-SNAP-LOOKUP-SCOPE
               MOVE "C" TO WS-SNAP-LOOKUP-TYPE
               MOVE SPACES TO WS-SNAP-LOOKUP-PERIOD
               MOVE WS-CAT-NAME (WS-K) TO WS-SNAP-LOOKUP-CAT
               PERFORM 2007-APPEND-PRIOR
               STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CAT-JSON) DELIMITED BY SIZE
                   INTO WS-ACCT-JSON
               END-STRING
           END-PERFORM.

           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WS-ACCT-JSON
           END-STRING.

           IF WS-SNAP-LOADED = "Y"
               MOVE SPACES TO WS-DROPPED-JSON
               MOVE WS-CUR-ACCOUNT TO WS-SNAP-LOOKUP-SCOPE
               PERFORM 2008-APPEND-DROPPED-CATS
               STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DROPPED-JSON)
                       DELIMITED BY SIZE
                   INTO WS-ACCT-JSON
               END-STRING
           END-IF.

           PERFORM 2016-BUILD-CURRENCY-TOTALS.
           STRING FUNCTION TRIM (WS-ACCT-JSON) DELIMITED BY SIZE
               FUNCTION TRIM (WS-CURTOT-JSON) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *    THE PAYEE AND DEPARTMENT ARRAYS CAN OUTGROW ANY FIXED
      *    STAGING BUFFER - WITH NO PAYEE MASTER LOADED EVERY
      *    DISTINCT DESCRIPTION BECOMES A PAYEE - SO THEY GO
      *    STRAIGHT INTO WS-JSON THROUGH ITS PINNED POINTER AND AN
      *    OVERSIZED ACCOUNT TRIPS THE TRUNCATION CHECK IN
      *    3000-BATCH-DRIVER INSTEAD OF EMITTING MALFORMED JSON
      *    WITH RETURN CODE ZERO.

           PERFORM 2018-BUILD-PAYEES.
           PERFORM 2021-BUILD-DEPTS.
           PERFORM 2023-BUILD-DEPTPERS.

           STRING "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

      ******************************************************************
      * QUERY DRIVER - AD-HOC DATE-RANGE REPORTS STRAIGHT FROM THE     *
      * INDEXED TRANSACTION STORE, WITH NO CSV PARSING. REBUILDS THE   *
      * SUMMARY, CATEGORY, PERIOD, AND DAILY TABLES FROM THE STORED    *
      * ROWS USING A KEYED START AND SEQUENTIAL READ NEXT, THEN        *
      * WRITES THE SAME JSON SHAPE AS A NORMAL RUN.                    *
      *                                                                *
      * INVOCATION: reportgen QUERY <store> <from-date> <to-date>     *
      *                 [account] <output.json>                        *
      ******************************************************************

       5000-QUERY-DRIVER.

           IF WS-ARG-COUNT < 5
               DISPLAY "USAGE: reportgen QUERY <store> <from-date>"
                   " <to-date> [account] <output.json>" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-QRY-FROM FROM ARGUMENT-VALUE.
           ACCEPT WS-QRY-TO FROM ARGUMENT-VALUE.

           IF WS-ARG-COUNT >= 6
               ACCEPT WS-QRY-ACCOUNT FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE (WS-QRY-ACCOUNT)
                   TO WS-QRY-ACCOUNT
           ELSE
               MOVE SPACES TO WS-QRY-ACCOUNT
           END-IF.

           ACCEPT WS-JSON-PATH FROM ARGUMENT-VALUE.

           MOVE WS-QRY-FROM TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               DISPLAY "Invalid from-date: " WS-QRY-FROM UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-QRY-TO TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               DISPLAY "Invalid to-date: " WS-QRY-TO UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-QRY-FROM > WS-QRY-TO
               DISPLAY "From-date " WS-QRY-FROM " is after to-date "
                   WS-QRY-TO UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           IF WS-QRY-ACCOUNT NOT = SPACES
               MOVE WS-QRY-ACCOUNT TO TS-ACCOUNT
               MOVE WS-QRY-FROM TO TS-DATE
               MOVE 0 TO TS-SEQ
           END-IF.

           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 5010-QUERY-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

           IF WS-TX-COUNT = 0
               MOVE "1900-01-01" TO WS-MIN-DATE WS-MAX-DATE
           END-IF.

           PERFORM 1000-SORT-CATEGORIES.
           PERFORM 1010-SORT-PERIODS.
           PERFORM 1020-SORT-PERCATS.
           PERFORM 1040-COUNT-UNMAPPED.
           PERFORM 1050-SORT-DAYS.
           PERFORM 1060-SORT-PAYEES.
           PERFORM 1070-SORT-DEPTS.
           PERFORM 1072-SORT-DEPTPERS.
           PERFORM 2000-WRITE-JSON.

           MOVE 0 TO RETURN-CODE.

       5010-QUERY-RECORD.

      *    FOLDS ONE STORED ROW INSIDE THE REQUESTED RANGE INTO THE
      *    SAME WORKING TABLES A CSV RUN BUILDS. WITH AN ACCOUNT
      *    FILTER THE KEYED START LANDED ON THAT ACCOUNT'S FIRST
      *    IN-RANGE ROW, SO THE SCAN STOPS AS SOON AS THE ACCOUNT
      *    OR DATE RUNS PAST THE RANGE; WITHOUT ONE THE WHOLE STORE
      *    IS SCANNED AND OUT-OF-RANGE DATES ARE SKIPPED.

           IF WS-QRY-ACCOUNT NOT = SPACES
               IF TS-ACCOUNT NOT = WS-QRY-ACCOUNT
                   OR TS-DATE > WS-QRY-TO
                   MOVE "10" TO WS-TXSTORE-STATUS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF TS-DATE < WS-QRY-FROM OR TS-DATE > WS-QRY-TO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE TS-DATE TO WS-DATE-S.
           MOVE TS-DESC TO WS-DESC-S.
           MOVE TS-CATEGORY TO WS-CAT-S.
           MOVE TS-CURRENCY TO WS-TX-CURRENCY.
           MOVE TS-AMOUNT TO WS-RAW.
           MOVE TS-ORIG-AMOUNT TO WS-ORIG-RAW.

           IF WS-RAW < 0
               COMPUTE WS-NET = 0 - WS-RAW
           END-IF.

           ADD 1 TO WS-TX-COUNT.

           IF WS-DATE-S < WS-MIN-DATE
               MOVE WS-DATE-S TO WS-MIN-DATE
           END-IF.
           IF WS-DATE-S > WS-MAX-DATE
               MOVE WS-DATE-S TO WS-MAX-DATE
           END-IF.

           IF WS-RAW > 0
               ADD WS-RAW TO WS-TOTAL-INCOME
           ELSE
               IF WS-RAW < 0
                   ADD WS-NET TO WS-TOTAL-EXPENSE
               END-IF
           END-IF.

           IF TS-PAYEE = SPACES
               MOVE FUNCTION TRIM (TS-DESC) TO WS-PAYEE-S
           ELSE
               MOVE TS-PAYEE TO WS-PAYEE-S
           END-IF.
           PERFORM 0126-UPDATE-PAYEE.

           IF TS-DEPT = SPACES
               MOVE "UNASSIGN" TO WS-DEPT-CODE
           ELSE
               MOVE TS-DEPT TO WS-DEPT-CODE
           END-IF.

           PERFORM 0121-UPDATE-CURRENCY-TOTALS.
           PERFORM 0135-UPDATE-DAY.

      *    AS IN 0102-CATEGORIZE-LINE, THE CATEGORY, PERIOD, AND
      *    DEPARTMENT ROLLUPS TAKE THE AMOUNT NET OF THE TAX THE ROW
      *    HAD SPLIT OUT WHEN IT WAS LOADED.

           IF TS-TAX-AMOUNT IS NUMERIC
               IF TS-TAX-AMOUNT NOT = 0
                   SUBTRACT TS-TAX-AMOUNT FROM WS-RAW
                   IF WS-RAW < 0
                       COMPUTE WS-NET = 0 - WS-RAW
                   END-IF
               END-IF
           END-IF.

           PERFORM 0120-CREATE-UPDATE-CATEGORY.
           PERFORM 0117-ASSIGN-PERIOD.
           PERFORM 0130-UPDATE-PERIOD.
           PERFORM 0140-UPDATE-PERIOD-CATEGORY.
           PERFORM 0129-UPDATE-DEPT-TABLES.
           PERFORM 0141-UPDATE-PCD.

      ******************************************************************
      * CLOSE DRIVER - MARKS ONE FISCAL PERIOD CLOSED IN THE PERIOD    *
      * STATUS FILE SO LATE-ARRIVING ROWS DATED INTO IT ARE REJECTED   *
      * OR RE-BOOKED INSTEAD OF SILENTLY CHANGING POSTED TOTALS.       *
      *                                                                *
      * INVOCATION: reportgen CLOSE <perstat.txt> <period-id>          *
      *                 [auditlog.txt]                                 *
      *             THE STATUS FILE IS CREATED IF IT DOES NOT EXIST    *
      *             AND REWRITTEN IN PLACE OTHERWISE.                  *
      ******************************************************************

       6000-CLOSE-DRIVER.

           IF WS-ARG-COUNT < 3
               DISPLAY "USAGE: reportgen CLOSE <perstat.txt>"
                   " <period-id> [auditlog.txt]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-PERSTAT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CLOSE-PERIOD-ARG FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 4
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE FUNCTION TRIM (WS-CLOSE-PERIOD-ARG)
               TO WS-CLOSE-PERIOD-ARG.
           IF WS-CLOSE-PERIOD-ARG = SPACES
               DISPLAY "Period id is required" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PERSTAT-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-CLOSE-PERIOD-ARG TO WS-AUDIT-OUTPUT-PATH.

           MOVE "Y" TO WS-PERSTAT-REQUIRED.
           PERFORM 0167-LOAD-PERSTAT.

           MOVE "N" TO WS-CLOSE-FOUND.
           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
               IF WS-PS-ID (PSX) = WS-CLOSE-PERIOD-ARG
                   MOVE "CLOSED" TO WS-PS-STATE (PSX)
                   MOVE "Y" TO WS-CLOSE-FOUND
               END-IF
           END-PERFORM.

           IF WS-CLOSE-FOUND = "N"
               IF WS-PERSTAT-COUNT >= 200
                   DISPLAY "Cannot close period "
                       FUNCTION TRIM (WS-CLOSE-PERIOD-ARG)
                       " - 200-entry period status table full"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERSTAT-COUNT
               MOVE WS-CLOSE-PERIOD-ARG
                   TO WS-PS-ID (WS-PERSTAT-COUNT)
               MOVE "CLOSED" TO WS-PS-STATE (WS-PERSTAT-COUNT)
           END-IF.

           PERFORM 6010-REWRITE-PERSTAT.

      *    A FAILED REWRITE MEANS PREVIOUSLY CLOSED PERIODS MAY NO
      *    LONGER BE ON RECORD - THE RUN MUST NOT CLAIM THE PERIOD
      *    WAS MARKED CLOSED.

           IF RETURN-CODE = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Period " FUNCTION TRIM (WS-CLOSE-PERIOD-ARG)
               " marked CLOSED in "
               FUNCTION TRIM (WS-PERSTAT-PATH).

           MOVE "CLOSED" TO WS-AUDIT-RESULT.
           PERFORM 4000-WRITE-AUDIT-LOG.

           MOVE 0 TO RETURN-CODE.

       6010-REWRITE-PERSTAT.

      *    REWRITES THE PERIOD STATUS FILE FROM THE TABLE. THE OPEN
      *    OUTPUT TRUNCATES THE FILE, SO ANY FAILURE SETS RETURN
      *    CODE 1 FOR THE CALLER TO FAIL THE RUN ON.

           OPEN OUTPUT PERSTAT-FILE.
           IF WS-PERSTAT-STATUS NOT = "00"
               DISPLAY "Cannot rewrite period status file: "
                   WS-PERSTAT-PATH " status " WS-PERSTAT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
               MOVE SPACES TO PERSTAT-RECORD
               STRING FUNCTION TRIM (WS-PS-ID (PSX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-PS-STATE (PSX))
                       DELIMITED BY SIZE
                   INTO PERSTAT-RECORD
               END-STRING
               WRITE PERSTAT-RECORD
               IF WS-PERSTAT-STATUS NOT = "00"
                   DISPLAY "Period status write failed - status "
                       WS-PERSTAT-STATUS " - the status file is "
                       "incomplete, close run failed" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   SET PSX TO WS-PERSTAT-COUNT
               END-IF
           END-PERFORM.

           CLOSE PERSTAT-FILE.

      ******************************************************************
      * RECON DRIVER - MATCHES THE TRANSACTION STORE AGAINST A BANK-   *
      * CLEARED EXTRACT AND REPORTS MATCHED ITEMS, OUTSTANDING BOOK    *
      * ITEMS, BANK ITEMS WITH NO BOOK ENTRY, AND PER-ACCOUNT          *
      * BOOK-VS-BANK BALANCE DIFFERENCES.                              *
      *                                                                *
      * INVOCATION: reportgen RECON <store> <bankfile> <report.txt>    *
      *                 [account] [tolerance-days]                     *
      *             BANK FILE: ONE LINE PER CLEARED ITEM, FORMAT       *
      *                 ACCOUNT,DATE,AMOUNT,BANK-REFERENCE             *
      ******************************************************************

       7000-RECON-DRIVER.

           IF WS-ARG-COUNT < 4
               DISPLAY "USAGE: reportgen RECON <store> <bankfile>"
                   " <report.txt> [account] [tolerance-days]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-BANK-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-RECON-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-RECON-ACCOUNT.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-RECON-ACCOUNT FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE (WS-RECON-ACCOUNT)
                   TO WS-RECON-ACCOUNT
               IF WS-RECON-ACCOUNT = "NONE"
                   MOVE SPACES TO WS-RECON-ACCOUNT
               END-IF
           END-IF.

           IF WS-ARG-COUNT >= 6
               ACCEPT WS-RECON-TOL-ARG FROM ARGUMENT-VALUE
               IF WS-RECON-TOL-ARG NOT = SPACES
                   AND WS-RECON-TOL-ARG NOT = "NONE"
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-RECON-TOL-ARG))
                   IF WS-NUMVAL-POS NOT = 0
                       DISPLAY "Non-numeric tolerance "
                           WS-RECON-TOL-ARG " - expected days"
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-RECON-TOL = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-RECON-TOL-ARG))
               END-IF
           END-IF.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7010-LOAD-BOOK-ROW
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "Cannot open bank extract: " WS-BANK-PATH
                   " status " WS-BANK-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-BANK-STATUS NOT = "00"
               READ BANK-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 7015-ADD-BANK-ROW
               END-READ
           END-PERFORM.

           CLOSE BANK-FILE.

           PERFORM VARYING BKX FROM 1 BY 1
               UNTIL BKX > WS-BANK-COUNT
               PERFORM 7020-MATCH-BANK-ITEM
           END-PERFORM.

           PERFORM 7030-TALLY-RECON-ACCOUNTS.

      *    RC 0 IS SET BEFORE THE REPORT WRITE SO THE RC 1 THAT
      *    7040 SETS WHEN THE REPORT CANNOT BE OPENED OR WRITTEN
      *    SURVIVES TO THE SCHEDULER.

           MOVE 0 TO RETURN-CODE.
           PERFORM 7040-WRITE-RECON-REPORT.

       7010-LOAD-BOOK-ROW.

      *    FOLDS ONE STORE ROW INTO THE BOOK-SIDE TABLE, HONOURING
      *    THE OPTIONAL ACCOUNT FILTER. STORE DATES WERE VALIDATED ON
      *    INTAKE, SO THE INTEGER-DATE CONVERSION IS SAFE HERE.

           IF WS-RECON-ACCOUNT NOT = SPACES
               AND TS-ACCOUNT NOT = WS-RECON-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-BOOK-COUNT >= 20000
               IF WS-BOOK-OVERFLOW-COUNT = 0
                   DISPLAY "Warning: reconciliation degraded - "
                       "20000-entry book table full, later store "
                       "rows are not matched" UPON SYSERR
               END-IF
               ADD 1 TO WS-BOOK-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BOOK-COUNT.
           MOVE TS-ACCOUNT TO WS-BO-ACCT (WS-BOOK-COUNT).
           MOVE TS-DATE TO WS-BO-DATE (WS-BOOK-COUNT).
           MOVE TS-AMOUNT TO WS-BO-AMT (WS-BOOK-COUNT).
           MOVE TS-DESC TO WS-BO-DESC (WS-BOOK-COUNT).
           MOVE "N" TO WS-BO-MATCHED (WS-BOOK-COUNT).
           MOVE TS-DATE TO WS-DATE-S.
           PERFORM 0172-DATE-TO-INTEGER.
           MOVE WS-INT-DATE-OUT TO WS-BO-DATEINT (WS-BOOK-COUNT).

       7015-ADD-BANK-ROW.

           MOVE BANK-RECORD TO WS-BANK-LINE.

           IF WS-BANK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-BANK-COUNT >= 20000
               IF WS-BANK-OVERFLOW-COUNT = 0
                   DISPLAY "Warning: reconciliation degraded - "
                       "20000-entry bank table full, later bank "
                       "items are not matched" UPON SYSERR
               END-IF
               ADD 1 TO WS-BANK-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BANK-COUNT.
           MOVE SPACES TO WS-BK-AMT-S.
           UNSTRING WS-BANK-LINE DELIMITED BY ","
               INTO WS-BK-ACCT (WS-BANK-COUNT)
                   WS-BK-DATE (WS-BANK-COUNT)
                   WS-BK-AMT-S
                   WS-BK-REF (WS-BANK-COUNT)
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM
               (WS-BK-ACCT (WS-BANK-COUNT)))
               TO WS-BK-ACCT (WS-BANK-COUNT).
           MOVE FUNCTION TRIM (WS-BK-DATE (WS-BANK-COUNT))
               TO WS-BK-DATE (WS-BANK-COUNT).
           MOVE FUNCTION TRIM (WS-BK-REF (WS-BANK-COUNT))
               TO WS-BK-REF (WS-BANK-COUNT).

           MOVE WS-BK-DATE (WS-BANK-COUNT) TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               DISPLAY "Warning: bank item skipped - invalid date "
                   WS-BK-DATE (WS-BANK-COUNT) UPON SYSERR
               ADD 1 TO WS-BANK-BAD-COUNT
               SUBTRACT 1 FROM WS-BANK-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
               (FUNCTION TRIM (WS-BK-AMT-S)).
           IF WS-BK-AMT-S = SPACES OR WS-NUMVAL-POS NOT = 0
               DISPLAY "Warning: bank item skipped - non-numeric "
                   "amount" UPON SYSERR
               ADD 1 TO WS-BANK-BAD-COUNT
               SUBTRACT 1 FROM WS-BANK-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BK-AMT (WS-BANK-COUNT) =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-BK-AMT-S)).

           IF WS-RECON-ACCOUNT NOT = SPACES
               AND WS-BK-ACCT (WS-BANK-COUNT) NOT = WS-RECON-ACCOUNT
               SUBTRACT 1 FROM WS-BANK-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-BK-MATCHED (WS-BANK-COUNT).
           MOVE 0 TO WS-BK-HIT (WS-BANK-COUNT).
           PERFORM 0172-DATE-TO-INTEGER.
           MOVE WS-INT-DATE-OUT TO WS-BK-DATEINT (WS-BANK-COUNT).

       7020-MATCH-BANK-ITEM.

      *    MATCHES THE BANK ITEM AT BKX AGAINST THE UNMATCHED BOOK
      *    ROWS: SAME ACCOUNT, EXACT AMOUNT, AND WITHIN THE DATE
      *    TOLERANCE WINDOW. WHEN SEVERAL BOOK ROWS QUALIFY THE ONE
      *    NEAREST IN DATE WINS (TIES GO TO THE EARLIER STORE ROW).

           MOVE 0 TO WS-RC-BEST.
           MOVE 99999 TO WS-RC-BEST-DIST.

           PERFORM VARYING BOX FROM 1 BY 1 UNTIL BOX > WS-BOOK-COUNT
               IF WS-BO-MATCHED (BOX) = "N"
                   AND WS-BO-ACCT (BOX) = WS-BK-ACCT (BKX)
                   AND WS-BO-AMT (BOX) = WS-BK-AMT (BKX)
                   COMPUTE WS-RC-DIST =
                       WS-BO-DATEINT (BOX) - WS-BK-DATEINT (BKX)
                   IF WS-RC-DIST < 0
                       COMPUTE WS-RC-DIST = 0 - WS-RC-DIST
                   END-IF
                   IF WS-RC-DIST <= WS-RECON-TOL
                       AND WS-RC-DIST < WS-RC-BEST-DIST
                       SET WS-RC-BEST TO BOX
                       MOVE WS-RC-DIST TO WS-RC-BEST-DIST
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RC-BEST > 0
               MOVE "Y" TO WS-BK-MATCHED (BKX)
               MOVE WS-RC-BEST TO WS-BK-HIT (BKX)
               MOVE "Y" TO WS-BO-MATCHED (WS-RC-BEST)
               ADD 1 TO WS-RC-MATCH-COUNT
           END-IF.

       7030-TALLY-RECON-ACCOUNTS.

      *    ROLLS THE MATCHED/OUTSTANDING/BANK-ONLY COUNTS AND THE
      *    BOOK AND BANK NET TOTALS UP BY ACCOUNT FOR THE BALANCE
      *    DIFFERENCE SECTION OF THE REPORT.

           PERFORM VARYING BOX FROM 1 BY 1 UNTIL BOX > WS-BOOK-COUNT
               MOVE WS-BO-ACCT (BOX) TO WS-RA-LOOKUP-NAME
               PERFORM 7035-FIND-RECON-ACCOUNT
               IF WS-RA-HIT > 0
                   ADD WS-BO-AMT (BOX)
                       TO WS-RA-BOOK-AMT (WS-RA-HIT)
                   IF WS-BO-MATCHED (BOX) = "Y"
                       ADD 1 TO WS-RA-MATCHED (WS-RA-HIT)
                   ELSE
                       ADD 1 TO WS-RA-OUTSTAND (WS-RA-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > WS-BANK-COUNT
               MOVE WS-BK-ACCT (BKX) TO WS-RA-LOOKUP-NAME
               PERFORM 7035-FIND-RECON-ACCOUNT
               IF WS-RA-HIT > 0
                   ADD WS-BK-AMT (BKX)
                       TO WS-RA-BANK-AMT (WS-RA-HIT)
                   IF WS-BK-MATCHED (BKX) = "N"
                       ADD 1 TO WS-RA-BANKONLY (WS-RA-HIT)
                   END-IF
               END-IF
           END-PERFORM.

       7035-FIND-RECON-ACCOUNT.

      *    FINDS (OR CREATES) THE PER-ACCOUNT RECONCILIATION ENTRY
      *    FOR WS-RA-LOOKUP-NAME. RETURNS WS-RA-HIT, ZERO WHEN THE
      *    TABLE IS FULL.

           MOVE 0 TO WS-RA-HIT.
           PERFORM VARYING RAX FROM 1 BY 1 UNTIL RAX > WS-RACCT-COUNT
               IF WS-RA-NAME (RAX) = WS-RA-LOOKUP-NAME
                   SET WS-RA-HIT TO RAX
               END-IF
           END-PERFORM.

           IF WS-RA-HIT = 0
               IF WS-RACCT-COUNT >= 500
                   DISPLAY "Warning: reconciliation account dropped "
                       "- 500-entry table full" UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RACCT-COUNT
               MOVE WS-RACCT-COUNT TO WS-RA-HIT
               MOVE WS-RA-LOOKUP-NAME TO WS-RA-NAME (WS-RA-HIT)
               MOVE 0 TO WS-RA-BOOK-AMT (WS-RA-HIT)
               MOVE 0 TO WS-RA-BANK-AMT (WS-RA-HIT)
               MOVE 0 TO WS-RA-MATCHED (WS-RA-HIT)
               MOVE 0 TO WS-RA-OUTSTAND (WS-RA-HIT)
               MOVE 0 TO WS-RA-BANKONLY (WS-RA-HIT)
           END-IF.

       7040-WRITE-RECON-REPORT.

           OPEN OUTPUT RECON-FILE.
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "Cannot open reconciliation report: "
                   WS-RECON-PATH " status " WS-RECON-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           MOVE SPACES TO RECON-RECORD.
           STRING "BANK RECONCILIATION  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE WS-RECON-TOL TO WS-COUNT-BUF.
           MOVE SPACES TO RECON-RECORD.
           STRING "DATE TOLERANCE +/- " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE SPACES TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE "MATCHED ITEMS" TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           PERFORM VARYING BKX FROM 1 BY 1
               UNTIL BKX > WS-BANK-COUNT
               IF WS-BK-MATCHED (BKX) = "Y"
                   MOVE WS-BK-AMT (BKX) TO WS-NUM-BUF
                   MOVE SPACES TO RECON-RECORD
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-BK-ACCT (BKX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-BO-DATE (WS-BK-HIT (BKX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-BK-DATE (BKX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-BK-REF (BKX))
                           DELIMITED BY SIZE
                       INTO RECON-RECORD
                   END-STRING
                   PERFORM 7045-WRITE-RECON-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE "OUTSTANDING BOOK ITEMS (NOT YET CLEARED AT BANK)"
               TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           PERFORM VARYING BOX FROM 1 BY 1
               UNTIL BOX > WS-BOOK-COUNT
               IF WS-BO-MATCHED (BOX) = "N"
                   MOVE WS-BO-AMT (BOX) TO WS-NUM-BUF
                   MOVE SPACES TO RECON-RECORD
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-BO-ACCT (BOX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-BO-DATE (BOX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-BO-DESC (BOX))
                           DELIMITED BY SIZE
                       INTO RECON-RECORD
                   END-STRING
                   PERFORM 7045-WRITE-RECON-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE "BANK ITEMS WITH NO BOOK ENTRY" TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           PERFORM VARYING BKX FROM 1 BY 1
               UNTIL BKX > WS-BANK-COUNT
               IF WS-BK-MATCHED (BKX) = "N"
                   MOVE WS-BK-AMT (BKX) TO WS-NUM-BUF
                   MOVE SPACES TO RECON-RECORD
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-BK-ACCT (BKX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-BK-DATE (BKX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-BK-REF (BKX))
                           DELIMITED BY SIZE
                       INTO RECON-RECORD
                   END-STRING
                   PERFORM 7045-WRITE-RECON-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE "ACCOUNT BALANCE DIFFERENCES (BOOK|BANK|DIFFERENCE)"
               TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           PERFORM VARYING RAX FROM 1 BY 1
               UNTIL RAX > WS-RACCT-COUNT
               MOVE WS-RA-BOOK-AMT (RAX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-BK-AMT-S
               MOVE WS-RA-BANK-AMT (RAX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-LEDGER-NET-S
               COMPUTE WS-NET =
                   WS-RA-BOOK-AMT (RAX) - WS-RA-BANK-AMT (RAX)
               MOVE WS-NET TO WS-NUM-BUF
               MOVE SPACES TO RECON-RECORD
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RA-NAME (RAX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-BK-AMT-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-LEDGER-NET-S)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   INTO RECON-RECORD
               END-STRING
               PERFORM 7045-WRITE-RECON-LINE
           END-PERFORM.

           MOVE SPACES TO RECON-RECORD.
           PERFORM 7045-WRITE-RECON-LINE.

           MOVE WS-RC-MATCH-COUNT TO WS-COUNT-BUF.
           MOVE SPACES TO RECON-RECORD.
           STRING "MATCHED " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING.
           PERFORM 7045-WRITE-RECON-LINE.

           COMPUTE WS-NET = WS-BOOK-COUNT - WS-RC-MATCH-COUNT.
           MOVE WS-NET TO WS-COUNT-BUF.
           MOVE SPACES TO RECON-RECORD.
           STRING "OUTSTANDING " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING.
           PERFORM 7045-WRITE-RECON-LINE.

           COMPUTE WS-NET = WS-BANK-COUNT - WS-RC-MATCH-COUNT.
           MOVE WS-NET TO WS-COUNT-BUF.
           MOVE SPACES TO RECON-RECORD.
           STRING "BANK-ONLY " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING.
           PERFORM 7045-WRITE-RECON-LINE.

           IF WS-BANK-BAD-COUNT > 0
               MOVE WS-BANK-BAD-COUNT TO WS-COUNT-BUF
               MOVE SPACES TO RECON-RECORD
               STRING "BANK ITEMS SKIPPED (BAD DATA) "
                       DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO RECON-RECORD
               END-STRING
               PERFORM 7045-WRITE-RECON-LINE
           END-IF.

           CLOSE RECON-FILE.

       7045-WRITE-RECON-LINE.

           WRITE RECON-RECORD.
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "Warning: reconciliation report write failed "
                   "- status " WS-RECON-STATUS UPON SYSERR
           END-IF.

      ******************************************************************
      * FORECAST DRIVER - DETECTS RECURRING TRANSACTIONS IN THE        *
      * TRANSACTION STORE (SIMILAR DESCRIPTION, SIMILAR AMOUNT,        *
      * REGULAR CADENCE) AND PROJECTS INCOME/EXPENSE/NET FOR THE       *
      * NEXT N CALENDAR MONTHS.                                        *
      *                                                                *
      * INVOCATION: reportgen FORECAST <store> <output.json>           *
      *                 [periods] [account]                            *
      ******************************************************************

       7100-FORECAST-DRIVER.

           IF WS-ARG-COUNT < 3
               DISPLAY "USAGE: reportgen FORECAST <store>"
                   " <output.json> [periods] [account]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JSON-PATH FROM ARGUMENT-VALUE.

           IF WS-ARG-COUNT >= 4
               ACCEPT WS-FORE-PERIODS-ARG FROM ARGUMENT-VALUE
               IF WS-FORE-PERIODS-ARG NOT = SPACES
                   AND WS-FORE-PERIODS-ARG NOT = "NONE"
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-FORE-PERIODS-ARG))
                   IF WS-NUMVAL-POS NOT = 0
                       DISPLAY "Non-numeric period count "
                           WS-FORE-PERIODS-ARG UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-FORE-PERIODS = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-FORE-PERIODS-ARG))
                   IF WS-FORE-PERIODS = 0
                       MOVE 3 TO WS-FORE-PERIODS
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-FORE-ACCOUNT.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-FORE-ACCOUNT FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE (WS-FORE-ACCOUNT)
                   TO WS-FORE-ACCOUNT
               IF WS-FORE-ACCOUNT = "NONE"
                   MOVE SPACES TO WS-FORE-ACCOUNT
               END-IF
           END-IF.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7110-LOAD-FORECAST-ROW
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

           PERFORM 7120-EVALUATE-GROUPS.

      *    RC 0 IS SET BEFORE THE JSON WRITE SO THE RC 1 THAT 7130
      *    SETS ON TRUNCATION, OPEN FAILURE, OR WRITE FAILURE
      *    SURVIVES TO THE SCHEDULER.

           MOVE 0 TO RETURN-CODE.
           PERFORM 7130-WRITE-FORECAST-JSON.

       7110-LOAD-FORECAST-ROW.

      *    FOLDS ONE STORE ROW INTO ITS ACCOUNT/DESCRIPTION GROUP.
      *    THE GROUP KEY IS THE FIRST 24 CHARACTERS OF THE UPPER-
      *    CASED DESCRIPTION, WHICH COLLAPSES THE VARIABLE SUFFIXES
      *    CARD PROCESSORS APPEND. THE STORE IS KEYED BY ACCOUNT,
      *    DATE, SEQ, SO ROWS ARRIVE DATE-ASCENDING WITHIN A GROUP
      *    AND THE GAP STATISTICS CAN BE KEPT ON THE FLY.

           IF WS-FORE-ACCOUNT NOT = SPACES
               AND TS-ACCOUNT NOT = WS-FORE-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE TS-DATE TO WS-DATE-S.
           PERFORM 0172-DATE-TO-INTEGER.

           IF WS-INT-DATE-OUT > WS-FORE-MAX-INT
               MOVE WS-INT-DATE-OUT TO WS-FORE-MAX-INT
           END-IF.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (TS-DESC))
               TO WS-DESC-UPPER.
           MOVE WS-DESC-UPPER (1:24) TO WS-FG-WK-KEY.

           MOVE 0 TO WS-FG-HIT.
           PERFORM VARYING FGX FROM 1 BY 1 UNTIL FGX > WS-FG-COUNT
               IF WS-FG-ACCT (FGX) = TS-ACCOUNT
                   AND WS-FG-KEY (FGX) = WS-FG-WK-KEY
                   SET WS-FG-HIT TO FGX
               END-IF
           END-PERFORM.

           IF WS-FG-HIT = 0
               IF WS-FG-COUNT >= 2000
                   IF WS-FG-OVERFLOW-COUNT = 0
                       DISPLAY "Warning: recurring detection "
                           "degraded - 2000-entry group table full"
                           UPON SYSERR
                   END-IF
                   ADD 1 TO WS-FG-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FG-COUNT
               MOVE WS-FG-COUNT TO WS-FG-HIT
               MOVE TS-ACCOUNT TO WS-FG-ACCT (WS-FG-HIT)
               MOVE WS-FG-WK-KEY TO WS-FG-KEY (WS-FG-HIT)
               MOVE 1 TO WS-FG-OCCURS (WS-FG-HIT)
               MOVE TS-AMOUNT TO WS-FG-TOTAL (WS-FG-HIT)
               MOVE TS-AMOUNT TO WS-FG-MIN-AMT (WS-FG-HIT)
               MOVE TS-AMOUNT TO WS-FG-MAX-AMT (WS-FG-HIT)
               MOVE WS-INT-DATE-OUT TO WS-FG-FIRSTINT (WS-FG-HIT)
               MOVE WS-INT-DATE-OUT TO WS-FG-LASTINT (WS-FG-HIT)
               MOVE TS-DATE TO WS-FG-LASTDATE (WS-FG-HIT)
               MOVE 0 TO WS-FG-GAP-MIN (WS-FG-HIT)
               MOVE 0 TO WS-FG-GAP-MAX (WS-FG-HIT)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FG-OCCURS (WS-FG-HIT).
           ADD TS-AMOUNT TO WS-FG-TOTAL (WS-FG-HIT).
           IF TS-AMOUNT < WS-FG-MIN-AMT (WS-FG-HIT)
               MOVE TS-AMOUNT TO WS-FG-MIN-AMT (WS-FG-HIT)
           END-IF.
           IF TS-AMOUNT > WS-FG-MAX-AMT (WS-FG-HIT)
               MOVE TS-AMOUNT TO WS-FG-MAX-AMT (WS-FG-HIT)
           END-IF.

           COMPUTE WS-FG-GAP =
               WS-INT-DATE-OUT - WS-FG-LASTINT (WS-FG-HIT).
           IF WS-FG-GAP > 0
               IF WS-FG-GAP-MIN (WS-FG-HIT) = 0
                   OR WS-FG-GAP < WS-FG-GAP-MIN (WS-FG-HIT)
                   MOVE WS-FG-GAP TO WS-FG-GAP-MIN (WS-FG-HIT)
               END-IF
               IF WS-FG-GAP > WS-FG-GAP-MAX (WS-FG-HIT)
                   MOVE WS-FG-GAP TO WS-FG-GAP-MAX (WS-FG-HIT)
               END-IF
           END-IF.

           IF WS-INT-DATE-OUT > WS-FG-LASTINT (WS-FG-HIT)
               MOVE WS-INT-DATE-OUT TO WS-FG-LASTINT (WS-FG-HIT)
               MOVE TS-DATE TO WS-FG-LASTDATE (WS-FG-HIT)
           END-IF.

       7120-EVALUATE-GROUPS.

      *    MARKS A GROUP RECURRING WHEN IT HAS AT LEAST THREE
      *    OCCURRENCES, AMOUNTS OF ONE SIGN WITHIN 30 PERCENT OF
      *    EACH OTHER, AND GAPS WITHIN HALF-TO-ONE-AND-A-HALF TIMES
      *    THE AVERAGE GAP. THE NEXT EXPECTED DATE IS THE LAST
      *    OCCURRENCE PLUS THE AVERAGE GAP.

           MOVE 0 TO WS-FG-RECUR-COUNT.

           PERFORM VARYING FGX FROM 1 BY 1 UNTIL FGX > WS-FG-COUNT
               MOVE "N" TO WS-FG-RECUR (FGX)
               MOVE 0 TO WS-FG-AVG-GAP (FGX)
               IF WS-FG-OCCURS (FGX) >= 3
                   COMPUTE WS-FG-AVG-GAP (FGX) =
                       (WS-FG-LASTINT (FGX) - WS-FG-FIRSTINT (FGX))
                       / (WS-FG-OCCURS (FGX) - 1)
                   PERFORM 7125-CHECK-GROUP-RECURRING
               END-IF
           END-PERFORM.

       7125-CHECK-GROUP-RECURRING.

           IF WS-FG-AVG-GAP (FGX) < 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-FG-GAP-MIN (FGX) * 2 < WS-FG-AVG-GAP (FGX)
               OR WS-FG-GAP-MAX (FGX) * 2 > WS-FG-AVG-GAP (FGX) * 3
               EXIT PARAGRAPH
           END-IF.

           IF (WS-FG-MIN-AMT (FGX) > 0 AND WS-FG-MAX-AMT (FGX) > 0)
               OR (WS-FG-MIN-AMT (FGX) < 0
                   AND WS-FG-MAX-AMT (FGX) < 0)
               CONTINUE
           ELSE
               EXIT PARAGRAPH
           END-IF.

           IF WS-FG-MIN-AMT (FGX) > 0
               MOVE WS-FG-MIN-AMT (FGX) TO WS-FG-ABSMIN
               MOVE WS-FG-MAX-AMT (FGX) TO WS-FG-ABSMAX
           ELSE
               COMPUTE WS-FG-ABSMIN = 0 - WS-FG-MAX-AMT (FGX)
               COMPUTE WS-FG-ABSMAX = 0 - WS-FG-MIN-AMT (FGX)
           END-IF.

           IF WS-FG-ABSMAX * 10 > WS-FG-ABSMIN * 13
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-FG-RECUR (FGX).
           ADD 1 TO WS-FG-RECUR-COUNT.
           COMPUTE WS-FG-NEXTINT (FGX) =
               WS-FG-LASTINT (FGX) + WS-FG-AVG-GAP (FGX).

       7127-CADENCE-LABEL.

      *    TURNS THE AVERAGE GAP AT FGX INTO A HUMAN CADENCE LABEL.

           EVALUATE TRUE
               WHEN WS-FG-AVG-GAP (FGX) >= 5
                   AND WS-FG-AVG-GAP (FGX) <= 9
                   MOVE "WEEKLY" TO WS-CADENCE-S
               WHEN WS-FG-AVG-GAP (FGX) >= 12
                   AND WS-FG-AVG-GAP (FGX) <= 16
                   MOVE "BIWEEKLY" TO WS-CADENCE-S
               WHEN WS-FG-AVG-GAP (FGX) >= 27
                   AND WS-FG-AVG-GAP (FGX) <= 33
                   MOVE "MONTHLY" TO WS-CADENCE-S
               WHEN WS-FG-AVG-GAP (FGX) >= 85
                   AND WS-FG-AVG-GAP (FGX) <= 97
                   MOVE "QUARTERLY" TO WS-CADENCE-S
               WHEN WS-FG-AVG-GAP (FGX) >= 350
                   AND WS-FG-AVG-GAP (FGX) <= 380
                   MOVE "ANNUAL" TO WS-CADENCE-S
               WHEN OTHER
                   MOVE WS-FG-AVG-GAP (FGX) TO WS-COUNT-BUF
                   MOVE SPACES TO WS-CADENCE-S
                   STRING "EVERY " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-COUNT-BUF)
                           DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO WS-CADENCE-S
                   END-STRING
           END-EVALUATE.

       7130-WRITE-FORECAST-JSON.

           MOVE SPACES TO WS-JSON.
           MOVE 1 TO WS-JSON-PTR.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING '{"generatedDate":"' DELIMITED BY SIZE
               WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               '","periodsRequested":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FORE-PERIODS TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"recurringTransactions":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE "Y" TO WS-PC-FIRST.
           PERFORM VARYING FGX FROM 1 BY 1 UNTIL FGX > WS-FG-COUNT
               IF WS-FG-RECUR (FGX) = "Y"
                   IF WS-PC-FIRST = "N"
                       STRING "," DELIMITED BY SIZE
                           INTO WS-JSON
                           WITH POINTER WS-JSON-PTR
                       END-STRING
                   END-IF
                   MOVE "N" TO WS-PC-FIRST
                   PERFORM 7135-WRITE-RECURRING-ENTRY
               END-IF
           END-PERFORM.

           STRING '],"forecastPeriods":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

      *    FORECAST MONTHS START WITH THE CALENDAR MONTH AFTER THE
      *    LATEST DATE ON FILE, SO A STORE LOADED THROUGH MID-MONTH
      *    FORECASTS FROM THE NEXT FULL MONTH.

           IF WS-FORE-MAX-INT = 0
               COMPUTE WS-FORE-MAX-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-AUDIT-NOW (1:8)))
           END-IF.

           MOVE WS-FORE-MAX-INT TO WS-INT-DATE-IN.
           PERFORM 0173-INTEGER-TO-DATE.
           MOVE WS-DATE-OUT (1:4) TO WS-PER-YYYY.
           MOVE WS-DATE-OUT (6:2) TO WS-PER-MM.

           PERFORM VARYING WS-FO-I FROM 1 BY 1
               UNTIL WS-FO-I > WS-FORE-PERIODS
               IF WS-FO-I > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM 7140-WRITE-FORECAST-PERIOD
           END-PERFORM.

           STRING "]}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           IF WS-JSON-PTR > 65535
               DISPLAY "JSON output exceeds the 65535-byte WS-JSON "
                   "buffer and was truncated - increase "
                   "WS-JSON/JSON-RECORD capacity" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT JSON-FILE.
           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Cannot open JSON output: "
                   WS-JSON-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JSON TO JSON-RECORD.
           WRITE JSON-RECORD.
           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Write JSON failed: " WS-JSON-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE JSON-FILE.

       7135-WRITE-RECURRING-ENTRY.

           COMPUTE WS-FG-TYP ROUNDED =
               WS-FG-TOTAL (FGX) / WS-FG-OCCURS (FGX).
           PERFORM 7127-CADENCE-LABEL.

           STRING '{"account":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-FG-ACCT (FGX)) DELIMITED BY SIZE
               '","payee":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-FG-KEY (FGX)) DELIMITED BY SIZE
               '","typicalAmount":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FG-TYP TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"cadence":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CADENCE-S) DELIMITED BY SIZE
               '","intervalDays":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FG-AVG-GAP (FGX) TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"occurrences":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FG-OCCURS (FGX) TO WS-COUNT-BUF.
           MOVE WS-FG-NEXTINT (FGX) TO WS-INT-DATE-IN.
           PERFORM 0173-INTEGER-TO-DATE.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"lastSeen":"' DELIMITED BY SIZE
               WS-FG-LASTDATE (FGX) DELIMITED BY SIZE
               '","nextExpected":"' DELIMITED BY SIZE
               WS-DATE-OUT DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

       7140-WRITE-FORECAST-PERIOD.

      *    PROJECTS ONE CALENDAR MONTH: ADVANCES WS-PER-YYYY/WS-PER-MM
      *    TO THE NEXT MONTH, THEN WALKS EACH RECURRING GROUP'S
      *    EXPECTED-OCCURRENCE CLOCK (WS-FG-NEXTINT, STEPPED BY THE
      *    AVERAGE GAP) THROUGH THE MONTH, ADDING THE TYPICAL AMOUNT
      *    TO PROJECTED INCOME OR EXPENSE FOR EACH EXPECTED HIT.

           ADD 1 TO WS-PER-MM.
           IF WS-PER-MM > 12
               MOVE 1 TO WS-PER-MM
               ADD 1 TO WS-PER-YYYY
           END-IF.
           PERFORM 1035-MONTH-LASTDAY.

           MOVE SPACES TO WS-PER-START WS-PER-END.
           STRING WS-PER-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PER-MM DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO WS-PER-START
           END-STRING.
           STRING WS-PER-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PER-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PER-LASTDAY DELIMITED BY SIZE
               INTO WS-PER-END
           END-STRING.

           MOVE WS-PER-START TO WS-DATE-S.
           PERFORM 0172-DATE-TO-INTEGER.
           MOVE WS-INT-DATE-OUT TO WS-FO-START-INT.
           MOVE WS-PER-END TO WS-DATE-S.
           PERFORM 0172-DATE-TO-INTEGER.
           MOVE WS-INT-DATE-OUT TO WS-FO-END-INT.

           MOVE 0 TO WS-FO-INC.
           MOVE 0 TO WS-FO-EXP.

           PERFORM VARYING FGX FROM 1 BY 1 UNTIL FGX > WS-FG-COUNT
               IF WS-FG-RECUR (FGX) = "Y"
                   COMPUTE WS-FG-TYP ROUNDED =
                       WS-FG-TOTAL (FGX) / WS-FG-OCCURS (FGX)
                   PERFORM UNTIL WS-FG-NEXTINT (FGX) > WS-FO-END-INT
                       IF WS-FG-NEXTINT (FGX) >= WS-FO-START-INT
                           IF WS-FG-TYP > 0
                               ADD WS-FG-TYP TO WS-FO-INC
                           ELSE
                               SUBTRACT WS-FG-TYP FROM WS-FO-EXP
                           END-IF
                       END-IF
                       ADD WS-FG-AVG-GAP (FGX)
                           TO WS-FG-NEXTINT (FGX)
                   END-PERFORM
               END-IF
           END-PERFORM.

           COMPUTE WS-FO-NET = WS-FO-INC - WS-FO-EXP.

           STRING '{"periodStartDate":"' DELIMITED BY SIZE
               WS-PER-START DELIMITED BY SIZE
               '","periodEndDate":"' DELIMITED BY SIZE
               WS-PER-END DELIMITED BY SIZE
               '","summary":{"totalIncome":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FO-INC TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"totalExpenses":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FO-EXP TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"netBalance":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-FO-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               "}}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

      ******************************************************************
      * PURGE DRIVER - COPIES EVERY STORE ROW DATED BEFORE THE CUTOFF  *
      * TO A SEQUENTIAL ARCHIVE WITH A CONTROL-TOTAL TRAILER, DELETES  *
      * THE ARCHIVED ROWS FROM THE STORE, AND REPORTS ARCHIVED AND     *
      * RETAINED COUNTS PER ACCOUNT. EACH DELETE IS ALSO LOGGED TO THE *
      * PURGE LOG, WHEN ONE IS NAMED, FOR EXTRACT MODE.                *
      *                                                                *
      * INVOCATION: reportgen PURGE <store> <cutoff-date>              *
      *                 <archive.txt> [report.txt] [purgelog.txt]      *
      ******************************************************************

       7200-PURGE-DRIVER.

           IF WS-ARG-COUNT < 4
               DISPLAY "USAGE: reportgen PURGE <store> <cutoff-date>"
                   " <archive.txt> [report.txt] [purgelog.txt]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-PURGE-CUTOFF FROM ARGUMENT-VALUE.
           ACCEPT WS-ARCHIVE-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-PURGRPT-PATH.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-PURGRPT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-PURGELOG-PATH.
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-PURGELOG-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-PURGE-CUTOFF TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               DISPLAY "Invalid cutoff date: " WS-PURGE-CUTOFF
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Cannot open archive file: " WS-ARCHIVE-PATH
                   " status " WS-ARCHIVE-STATUS UPON SYSERR
               CLOSE TXSTORE-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *    THE PURGE LOG IS APPENDED TO ACROSS RUNS, ONE LINE PER
      *    DELETED ROW, TIMESTAMP|ACCOUNT|DATE|SEQ, ALL STAMPED WITH
      *    THIS RUN'S START TIME. IT MUST OPEN BEFORE ANYTHING IS
      *    DELETED, OR THE DELETES COULD NEVER REACH THE WAREHOUSE.

           MOVE "N" TO WS-PURGELOG-OPEN.
           MOVE FUNCTION CURRENT-DATE TO WS-STORE-STAMP.
           IF WS-PURGELOG-PATH NOT = SPACES
               AND WS-PURGELOG-PATH NOT = "NONE"
               OPEN EXTEND PURGELOG-FILE
               IF WS-PURGELOG-STATUS = "35"
                   OPEN OUTPUT PURGELOG-FILE
               END-IF
               IF WS-PURGELOG-STATUS NOT = "00"
                   DISPLAY "Cannot open purge log: " WS-PURGELOG-PATH
                       " status " WS-PURGELOG-STATUS UPON SYSERR
                   CLOSE ARCHIVE-FILE
                   CLOSE TXSTORE-FILE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-PURGELOG-OPEN
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7210-PURGE-RECORD
               END-READ
           END-PERFORM.

           PERFORM 7220-WRITE-ARCHIVE-TRAILER.

           CLOSE ARCHIVE-FILE.
           CLOSE TXSTORE-FILE.
           IF WS-PURGELOG-OPEN = "Y"
               CLOSE PURGELOG-FILE
           END-IF.

           PERFORM 7230-WRITE-PURGE-REPORT.

           MOVE WS-PURGE-ARCH-COUNT TO WS-COUNT-BUF.
           DISPLAY "Archived " FUNCTION TRIM (WS-COUNT-BUF)
               " store rows dated before "
               WS-PURGE-CUTOFF " to "
               FUNCTION TRIM (WS-ARCHIVE-PATH).
           MOVE WS-PURGE-KEEP-COUNT TO WS-COUNT-BUF.
           DISPLAY "Retained " FUNCTION TRIM (WS-COUNT-BUF)
               " store rows".

           IF WS-PURGE-ABORT = "Y"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       7210-PURGE-RECORD.

      *    ONE STORE ROW: BEFORE THE CUTOFF IT IS WRITTEN TO THE
      *    ARCHIVE AND - ONLY ONCE THE ARCHIVE WRITE HAS COME BACK
      *    CLEAN - DELETED FROM THE STORE, SO A FAILED ARCHIVE NEVER
      *    LOSES DATA. ON OR AFTER THE CUTOFF IT IS JUST COUNTED AS
      *    RETAINED.

           MOVE TS-ACCOUNT TO WS-PA-LOOKUP-NAME.
           PERFORM 7215-FIND-PURGE-ACCOUNT.

           IF TS-DATE >= WS-PURGE-CUTOFF
               ADD 1 TO WS-PURGE-KEEP-COUNT
               IF WS-PA-HIT > 0
                   ADD 1 TO WS-PA-KEEP (WS-PA-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE TS-AMOUNT TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-BK-AMT-S.
           MOVE TS-ORIG-AMOUNT TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-PURGE-ORIG-S.
           MOVE TS-TAX-AMOUNT TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-PURGE-TAX-S.
           PERFORM 7212-FORMAT-SPLIT-LEGS.

      *    THE DESCRIPTION STAYS LAST SO A "|" INSIDE IT CANNOT SHIFT
      *    THE FIELDS AHEAD OF IT WHEN THE ARCHIVE IS READ BACK.

           MOVE SPACES TO ARCHIVE-RECORD.
           STRING "D|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-ACCOUNT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TS-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TS-SEQ DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-BK-AMT-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-PURGE-ORIG-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-CATEGORY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TS-CURRENCY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-PAYEE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-DEPT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-GLCODE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TS-CAT-SOURCE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-TAXCODE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-PURGE-TAX-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-UPDATED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-RECLASS-CAT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-RECLASS-GL) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-LEG-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-DESC) DELIMITED BY SIZE
               INTO ARCHIVE-RECORD
           END-STRING.

           WRITE ARCHIVE-RECORD.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Archive write failed - status "
                   WS-ARCHIVE-STATUS " - purge stopped, row NOT "
                   "deleted from the store" UPON SYSERR
               MOVE "Y" TO WS-PURGE-ABORT
               MOVE "10" TO WS-TXSTORE-STATUS
               EXIT PARAGRAPH
           END-IF.

      *    THE ROW IS LOGGED BEFORE IT IS DELETED, SO NO ROW CAN
      *    LEAVE THE STORE WITHOUT EXTRACT HEARING OF IT. A ROW THAT
      *    CANNOT BE LOGGED IS NOT DELETED.

           IF WS-PURGELOG-OPEN = "Y"
               MOVE SPACES TO PURGELOG-RECORD
               STRING WS-STORE-STAMP (1:16) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (TS-ACCOUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TS-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TS-SEQ DELIMITED BY SIZE
                   INTO PURGELOG-RECORD
               END-STRING
               WRITE PURGELOG-RECORD
               IF WS-PURGELOG-STATUS NOT = "00"
                   DISPLAY "Purge log write failed - status "
                       WS-PURGELOG-STATUS " - purge stopped, row NOT "
                       "deleted from the store; discard the archive, "
                       "its trailer will not balance" UPON SYSERR
                   MOVE "Y" TO WS-PURGE-ABORT
                   MOVE "10" TO WS-TXSTORE-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    A FAILED DELETE LEAVES THE ROW IN BOTH THE STORE AND THE
      *    ARCHIVE, SO THE ROW IS KEPT OUT OF THE TRAILER COUNTS -
      *    THE ARCHIVE WILL NOT VERIFY AND CANNOT BE RELOADED - AND
      *    THE PURGE STOPS WITH RC 1. THE ROW IS ALREADY IN THE PURGE
      *    LOG, SO THE NEXT EXTRACT SENDS A DELETE FOR A ROW STILL IN
      *    THE STORE; THE MESSAGE NAMES IT SO THE WAREHOUSE CAN BE
      *    PUT RIGHT.

           DELETE TXSTORE-FILE RECORD.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Store delete failed - status "
                   WS-TXSTORE-STATUS " - purge stopped, row "
                   "remains in the store; discard the archive, "
                   "its trailer will not balance" UPON SYSERR
               IF WS-PURGELOG-OPEN = "Y"
                   DISPLAY "Row " FUNCTION TRIM (TS-ACCOUNT) "|"
                       TS-DATE "|" TS-SEQ " is in the purge log but "
                       "was NOT deleted - EXTRACT will send a false "
                       "delete for it" UPON SYSERR
               END-IF
               MOVE "Y" TO WS-PURGE-ABORT
               MOVE "10" TO WS-TXSTORE-STATUS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PURGE-ARCH-COUNT.
           ADD TS-AMOUNT TO WS-PURGE-NET.
           IF WS-PA-HIT > 0
               ADD 1 TO WS-PA-ARCH (WS-PA-HIT)
           END-IF.


       7212-FORMAT-SPLIT-LEGS.

      *    A SPLIT ROW'S LEGS AS GL=AMOUNT PAIRS SEPARATED BY ";" IN
      *    WS-LEG-TEXT FOR THE ARCHIVE AND THE EXTRACT; BLANK FOR ANY
      *    OTHER ROW.

           MOVE SPACES TO WS-LEG-TEXT.
           IF TS-CAT-SOURCE NOT = "S"
               OR TS-LEG-COUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-LEG-PTR.
           PERFORM VARYING WS-LEG-X FROM 1 BY 1
               UNTIL WS-LEG-X > TS-LEG-COUNT
               MOVE TS-LEG-AMT (WS-LEG-X) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-LEG-AMT-S
               IF WS-LEG-X > 1
                   STRING ";" DELIMITED BY SIZE
                       INTO WS-LEG-TEXT WITH POINTER WS-LEG-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM (TS-LEG-GL (WS-LEG-X))
                       DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-LEG-AMT-S) DELIMITED BY SIZE
                   INTO WS-LEG-TEXT WITH POINTER WS-LEG-PTR
               END-STRING
           END-PERFORM.

       7215-FIND-PURGE-ACCOUNT.

           MOVE 0 TO WS-PA-HIT.
           PERFORM VARYING PAX FROM 1 BY 1 UNTIL PAX > WS-PACCT-COUNT
               IF WS-PA-NAME (PAX) = WS-PA-LOOKUP-NAME
                   SET WS-PA-HIT TO PAX
               END-IF
           END-PERFORM.

           IF WS-PA-HIT = 0
               IF WS-PACCT-COUNT >= 500
                   DISPLAY "Warning: purge account counts dropped - "
                       "500-entry table full" UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PACCT-COUNT
               MOVE WS-PACCT-COUNT TO WS-PA-HIT
               MOVE WS-PA-LOOKUP-NAME TO WS-PA-NAME (WS-PA-HIT)
               MOVE 0 TO WS-PA-ARCH (WS-PA-HIT)
               MOVE 0 TO WS-PA-KEEP (WS-PA-HIT)
           END-IF.

       7220-WRITE-ARCHIVE-TRAILER.

      *    CONTROL-TOTAL TRAILER: RECORD COUNT AND NET AMOUNT OF THE
      *    ARCHIVED ROWS, SO A RELOAD OR AUDIT CAN VERIFY THE
      *    ARCHIVE THE SAME WAY A CSV CONTROL RECORD IS VERIFIED.

           MOVE WS-PURGE-ARCH-COUNT TO WS-COUNT-BUF.
           MOVE WS-PURGE-NET TO WS-NUM-BUF.
           MOVE SPACES TO ARCHIVE-RECORD.
           STRING "T|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO ARCHIVE-RECORD
           END-STRING.
      *    THE ARCHIVED ROWS ARE ALREADY GONE FROM THE STORE, SO AN
      *    ARCHIVE WITHOUT ITS TRAILER CAN NEVER BE VERIFIED OR
      *    RELOADED - THE RUN MUST END NONZERO.

           WRITE ARCHIVE-RECORD.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Archive trailer write failed - status "
                   WS-ARCHIVE-STATUS " - archive cannot be "
                   "verified" UPON SYSERR
               MOVE "Y" TO WS-PURGE-ABORT
           END-IF.

       7230-WRITE-PURGE-REPORT.

      *    ARCHIVED/RETAINED COUNTS PER ACCOUNT, TO THE REPORT FILE
      *    WHEN ONE WAS NAMED AND TO SYSOUT OTHERWISE.

           IF WS-PURGRPT-PATH = SPACES
               OR WS-PURGRPT-PATH = "NONE"
               PERFORM VARYING PAX FROM 1 BY 1
                   UNTIL PAX > WS-PACCT-COUNT
                   MOVE WS-PA-ARCH (PAX) TO WS-COUNT-BUF
                   DISPLAY FUNCTION TRIM (WS-PA-NAME (PAX))
                       ": archived " FUNCTION TRIM (WS-COUNT-BUF)
                       WITH NO ADVANCING
                   MOVE WS-PA-KEEP (PAX) TO WS-COUNT-BUF
                   DISPLAY ", retained "
                       FUNCTION TRIM (WS-COUNT-BUF)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PURGRPT-FILE.
           IF WS-PURGRPT-STATUS NOT = "00"
               DISPLAY "Cannot open purge report: " WS-PURGRPT-PATH
                   " status " WS-PURGRPT-STATUS UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PURGRPT-RECORD.
           STRING "STORE PURGE  CUTOFF " DELIMITED BY SIZE
               WS-PURGE-CUTOFF DELIMITED BY SIZE
               INTO PURGRPT-RECORD
           END-STRING.
           WRITE PURGRPT-RECORD.

           PERFORM VARYING PAX FROM 1 BY 1
               UNTIL PAX > WS-PACCT-COUNT
               MOVE WS-PA-ARCH (PAX) TO WS-COUNT-BUF
               MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-PURGE-ORIG-S
               MOVE WS-PA-KEEP (PAX) TO WS-COUNT-BUF
               MOVE SPACES TO PURGRPT-RECORD
               STRING FUNCTION TRIM (WS-PA-NAME (PAX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-PURGE-ORIG-S)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO PURGRPT-RECORD
               END-STRING
               WRITE PURGRPT-RECORD
               IF WS-PURGRPT-STATUS NOT = "00"
                   DISPLAY "Warning: purge report write failed - "
                       "status " WS-PURGRPT-STATUS UPON SYSERR
               END-IF
           END-PERFORM.

           MOVE WS-PURGE-ARCH-COUNT TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-PURGE-ORIG-S.
           MOVE WS-PURGE-KEEP-COUNT TO WS-COUNT-BUF.
           MOVE SPACES TO PURGRPT-RECORD.
           STRING "TOTAL|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-PURGE-ORIG-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO PURGRPT-RECORD
           END-STRING.
           WRITE PURGRPT-RECORD.

           CLOSE PURGRPT-FILE.

      ******************************************************************
      * GLACK DRIVER - TIES THE GL SYSTEM'S POSTING ACKNOWLEDGMENT     *
      * FILE BACK TO THE JOURNAL INTERFACE FILE WE SENT, RE-VERIFIES   *
      * THE TRAILER HASH TOTALS, REPORTS ACCEPTED/REJECTED/            *
      * UNACKNOWLEDGED ENTRIES, AND WRITES A READY-TO-RESEND EXTRACT   *
      * OF ONLY THE REJECTED ENTRIES. A FULLY REJECTED BATCH SETS      *
      * RETURN CODE 3.                                                 *
      *                                                                *
      * INVOCATION: reportgen GLACK <journal.txt> <ack.txt>            *
      *                 <report.txt> [resend.txt]                      *
      ******************************************************************

       7300-GLACK-DRIVER.

           IF WS-ARG-COUNT < 4
               DISPLAY "USAGE: reportgen GLACK <journal.txt>"
                   " <ack.txt> <report.txt> [resend.txt]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-JOURNAL-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-ACK-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-GLRPT-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-RESEND-PATH.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-RESEND-PATH FROM ARGUMENT-VALUE
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Cannot open journal file: " WS-JOURNAL-PATH
                   " status " WS-JOURNAL-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 7310-LOAD-JOURNAL-ENTRY
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

      *    THE TRAILER'S RECORD COUNT AND DEBIT/CREDIT HASH TOTALS
      *    ARE RE-VERIFIED AGAINST THE DETAILS ACTUALLY READ, SO A
      *    JOURNAL FILE DAMAGED IN TRANSIT IS FLAGGED BEFORE ANY ACK
      *    IS TRUSTED.

           MOVE "N" TO WS-GLACK-TRL-OK.
           IF WS-GLACK-HAS-TRAILER = "Y"
               AND WS-JT-I-COUNT = WS-GLACK-CALC-COUNT
               AND WS-JT-I-DEBITS = WS-GLACK-CALC-DR
               AND WS-JT-I-CREDITS = WS-GLACK-CALC-CR
               MOVE "Y" TO WS-GLACK-TRL-OK
           END-IF.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Cannot open acknowledgment file: "
                   WS-ACK-PATH " status " WS-ACK-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ACK-STATUS NOT = "00"
               READ ACK-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 7320-APPLY-ACK-LINE
               END-READ
           END-PERFORM.

           CLOSE ACK-FILE.

           PERFORM VARYING JAX FROM 1 BY 1
               UNTIL JAX > WS-JACK-COUNT
               EVALUATE WS-JA-STATUS (JAX)
                   WHEN "A"
                       ADD 1 TO WS-GLACK-ACCEPTED
                   WHEN "R"
                       ADD 1 TO WS-GLACK-REJECTED
                   WHEN OTHER
                       ADD 1 TO WS-GLACK-UNACKED
               END-EVALUATE
           END-PERFORM.

           PERFORM 7330-WRITE-GLACK-REPORT.

           IF WS-GLACK-REJECTED > 0
               AND WS-RESEND-PATH NOT = SPACES
               AND WS-RESEND-PATH NOT = "NONE"
               PERFORM 7340-WRITE-RESEND
           END-IF.

      *    A FULLY REJECTED BATCH - THE GL SAID SO, OR EVERY DETAIL
      *    ENTRY CAME BACK REJECTED - HOLDS THE SCHEDULER WITH
      *    RETURN CODE 3. AN RC 1 SET BY THE REPORT OR RESEND
      *    WRITER STANDS: A RUN THAT PRODUCED NEITHER MUST NOT
      *    EXIT CLEAN.

           IF RETURN-CODE NOT = 1
               IF WS-GLACK-DISP = "REJECTED"
                   OR (WS-JACK-COUNT > 0
                       AND WS-GLACK-REJECTED = WS-JACK-COUNT)
                   MOVE 3 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       7310-LOAD-JOURNAL-ENTRY.

           MOVE JOURNAL-RECORD TO WS-JRNL-IN.

           EVALUATE WS-JI-TYPE
               WHEN "J"
                   IF WS-JI-AMOUNT IS NOT NUMERIC
                       DISPLAY "Warning: journal detail skipped - "
                           "non-numeric amount" UPON SYSERR
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-JACK-COUNT >= 3000
                       IF WS-JACK-OVERFLOW = 0
                           DISPLAY "Warning: journal entry dropped "
                               "- 3000-entry table full" UPON SYSERR
                       END-IF
                       ADD 1 TO WS-JACK-OVERFLOW
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-JACK-COUNT
                   MOVE WS-JI-PERIOD
                       TO WS-JA-PERIOD (WS-JACK-COUNT)
                   MOVE WS-JI-GLCODE
                       TO WS-JA-GLCODE (WS-JACK-COUNT)
                   MOVE WS-JI-DRCR TO WS-JA-DRCR (WS-JACK-COUNT)
                   MOVE WS-JI-DEPT TO WS-JA-DEPT (WS-JACK-COUNT)
                   MOVE WS-JI-SOURCE
                       TO WS-JA-SOURCE (WS-JACK-COUNT)
                   MOVE WS-JI-AMOUNT
                       TO WS-JA-AMOUNT (WS-JACK-COUNT)
                   MOVE SPACE TO WS-JA-STATUS (WS-JACK-COUNT)
                   MOVE SPACES TO WS-JA-REASON (WS-JACK-COUNT)
                   ADD 1 TO WS-GLACK-CALC-COUNT
                   IF WS-JI-DRCR = "D"
                       ADD WS-JI-AMOUNT TO WS-GLACK-CALC-DR
                   ELSE
                       ADD WS-JI-AMOUNT TO WS-GLACK-CALC-CR
                   END-IF
               WHEN "T"
                   MOVE JOURNAL-RECORD TO WS-JRNL-TRL-IN
                   IF WS-JT-I-COUNT IS NUMERIC
                       AND WS-JT-I-DEBITS IS NUMERIC
                       AND WS-JT-I-CREDITS IS NUMERIC
                       MOVE "Y" TO WS-GLACK-HAS-TRAILER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7320-APPLY-ACK-LINE.

           MOVE ACK-RECORD TO WS-ACK-IN.

           IF WS-AK-TYPE = "B"
               MOVE ACK-RECORD TO WS-ACK-BATCH-IN
               MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-AB-DISP))
                   TO WS-GLACK-DISP
               MOVE WS-AB-REASON TO WS-GLACK-DISP-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-AK-TYPE NOT = "A"
               EXIT PARAGRAPH
           END-IF.

      *    FIRST STILL-UNACKNOWLEDGED JOURNAL ENTRY WITH THE SAME
      *    PERIOD, GL CODE, AND DEBIT/CREDIT SIDE TAKES THE ACK, SO
      *    REPEATED POSTINGS TO ONE CODE PAIR OFF ONE-FOR-ONE.

           MOVE 0 TO WS-GLACK-HIT.
           PERFORM VARYING JAX FROM 1 BY 1
               UNTIL JAX > WS-JACK-COUNT OR WS-GLACK-HIT > 0
               IF WS-JA-STATUS (JAX) = SPACE
                   AND WS-JA-PERIOD (JAX) = WS-AK-PERIOD
                   AND WS-JA-GLCODE (JAX) = WS-AK-GLCODE
                   AND WS-JA-DRCR (JAX) = WS-AK-DRCR
                   SET WS-GLACK-HIT TO JAX
               END-IF
           END-PERFORM.

           IF WS-GLACK-HIT = 0
               ADD 1 TO WS-GLACK-UNMATCHED
               IF WS-UNACK-COUNT < 500
                   ADD 1 TO WS-UNACK-COUNT
                   MOVE WS-AK-PERIOD
                       TO WS-UA-PERIOD (WS-UNACK-COUNT)
                   MOVE WS-AK-GLCODE
                       TO WS-UA-GLCODE (WS-UNACK-COUNT)
                   MOVE WS-AK-DRCR TO WS-UA-DRCR (WS-UNACK-COUNT)
                   MOVE WS-AK-STATUS
                       TO WS-UA-STATUS (WS-UNACK-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-AK-STATUS = "R"
               MOVE "R" TO WS-JA-STATUS (WS-GLACK-HIT)
               MOVE WS-AK-REASON TO WS-JA-REASON (WS-GLACK-HIT)
           ELSE
               MOVE "A" TO WS-JA-STATUS (WS-GLACK-HIT)
           END-IF.

       7330-WRITE-GLACK-REPORT.

           OPEN OUTPUT GLRPT-FILE.
           IF WS-GLRPT-STATUS NOT = "00"
               DISPLAY "Cannot open posting-status report: "
                   WS-GLRPT-PATH " status " WS-GLRPT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           MOVE SPACES TO GLRPT-RECORD.
           STRING "GL POSTING STATUS  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO GLRPT-RECORD
           END-STRING.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE SPACES TO GLRPT-RECORD.
           IF WS-GLACK-DISP = SPACES
               MOVE "BATCH DISPOSITION: NONE RECEIVED"
                   TO GLRPT-RECORD
           ELSE
               STRING "BATCH DISPOSITION: " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-GLACK-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-GLACK-DISP-REASON)
                       DELIMITED BY SIZE
                   INTO GLRPT-RECORD
               END-STRING
           END-IF.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE SPACES TO GLRPT-RECORD.
           IF WS-GLACK-TRL-OK = "Y"
               MOVE "TRAILER HASH TOTALS: VERIFIED" TO GLRPT-RECORD
           ELSE
               MOVE "TRAILER HASH TOTALS: DO NOT VERIFY"
                   TO GLRPT-RECORD
           END-IF.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE SPACES TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE "ACCEPTED ENTRIES" TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.
           MOVE "A" TO WS-GLACK-SELECT.
           PERFORM 7337-LIST-GLACK-ENTRIES.

           MOVE SPACES TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE "REJECTED ENTRIES" TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.
           MOVE "R" TO WS-GLACK-SELECT.
           PERFORM 7337-LIST-GLACK-ENTRIES.

           MOVE SPACES TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE "UNACKNOWLEDGED ENTRIES" TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.
           MOVE " " TO WS-GLACK-SELECT.
           PERFORM 7337-LIST-GLACK-ENTRIES.

           MOVE SPACES TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE "ACKS WITH NO MATCHING JOURNAL ENTRY"
               TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.

           PERFORM VARYING UAX FROM 1 BY 1
               UNTIL UAX > WS-UNACK-COUNT
               MOVE SPACES TO GLRPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-UA-PERIOD (UAX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-UA-GLCODE (UAX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-UA-DRCR (UAX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-UA-STATUS (UAX) DELIMITED BY SIZE
                   INTO GLRPT-RECORD
               END-STRING
               PERFORM 7335-WRITE-GLRPT-LINE
           END-PERFORM.

           MOVE SPACES TO GLRPT-RECORD.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE WS-GLACK-ACCEPTED TO WS-COUNT-BUF.
           MOVE SPACES TO GLRPT-RECORD.
           STRING "ACCEPTED " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO GLRPT-RECORD
           END-STRING.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE WS-GLACK-REJECTED TO WS-COUNT-BUF.
           MOVE SPACES TO GLRPT-RECORD.
           STRING "REJECTED " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO GLRPT-RECORD
           END-STRING.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE WS-GLACK-UNACKED TO WS-COUNT-BUF.
           MOVE SPACES TO GLRPT-RECORD.
           STRING "UNACKNOWLEDGED " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO GLRPT-RECORD
           END-STRING.
           PERFORM 7335-WRITE-GLRPT-LINE.

           MOVE WS-GLACK-UNMATCHED TO WS-COUNT-BUF.
           MOVE SPACES TO GLRPT-RECORD.
           STRING "UNMATCHED ACKS " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO GLRPT-RECORD
           END-STRING.
           PERFORM 7335-WRITE-GLRPT-LINE.

           CLOSE GLRPT-FILE.

       7335-WRITE-GLRPT-LINE.

           WRITE GLRPT-RECORD.
           IF WS-GLRPT-STATUS NOT = "00"
               DISPLAY "Warning: posting-status report write failed "
                   "- status " WS-GLRPT-STATUS UPON SYSERR
           END-IF.

       7337-LIST-GLACK-ENTRIES.

      *    LISTS THE JOURNAL ENTRIES WHOSE ACK STATUS MATCHES THE
      *    SELECTOR THE CALLER LEFT IN WS-GLACK-SELECT ("A", "R", OR
      *    SPACE FOR UNACKNOWLEDGED). REJECTED ENTRIES CARRY THE
      *    GL'S REASON.

           PERFORM VARYING JAX FROM 1 BY 1
               UNTIL JAX > WS-JACK-COUNT
               IF WS-JA-STATUS (JAX) = WS-GLACK-SELECT
                   MOVE WS-JA-AMOUNT (JAX) TO WS-NUM-BUF
                   MOVE SPACES TO GLRPT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       WS-JA-PERIOD (JAX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-JA-GLCODE (JAX))
                           DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-JA-DRCR (JAX) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-JA-REASON (JAX))
                           DELIMITED BY SIZE
                       INTO GLRPT-RECORD
                   END-STRING
                   PERFORM 7335-WRITE-GLRPT-LINE
               END-IF
           END-PERFORM.

       7340-WRITE-RESEND.

      *    READY-TO-RESEND EXTRACT: A JOURNAL-FORMAT FILE OF ONLY
      *    THE REJECTED DETAIL ENTRIES, WITH ITS OWN TRAILER SO THE
      *    GL IMPORT CAN VERIFY IT LIKE ANY OTHER POSTING FILE.

           OPEN OUTPUT RESEND-FILE.
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "Cannot open resend extract: " WS-RESEND-PATH
                   " status " WS-RESEND-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-JRNL-REC-COUNT.
           MOVE 0 TO WS-JRNL-TOT-DR.
           MOVE 0 TO WS-JRNL-TOT-CR.

           PERFORM VARYING JAX FROM 1 BY 1
               UNTIL JAX > WS-JACK-COUNT
               IF WS-JA-STATUS (JAX) = "R"
                   MOVE WS-JA-PERIOD (JAX) TO WS-JD-PERIOD
                   MOVE WS-JA-GLCODE (JAX) TO WS-JD-GLCODE
                   MOVE WS-JA-DRCR (JAX) TO WS-JD-DRCR
                   MOVE WS-JA-DEPT (JAX) TO WS-JD-DEPT
                   MOVE WS-JA-SOURCE (JAX) TO WS-JD-SOURCE
                   MOVE WS-JA-AMOUNT (JAX) TO WS-JD-AMOUNT
                   ADD 1 TO WS-JRNL-REC-COUNT
                   IF WS-JA-DRCR (JAX) = "D"
                       ADD WS-JA-AMOUNT (JAX) TO WS-JRNL-TOT-DR
                   ELSE
                       ADD WS-JA-AMOUNT (JAX) TO WS-JRNL-TOT-CR
                   END-IF
                   MOVE WS-JRNL-DETAIL TO RESEND-RECORD
                   WRITE RESEND-RECORD
                   IF WS-RESEND-STATUS NOT = "00"
                       DISPLAY "Warning: resend extract write "
                           "failed - status " WS-RESEND-STATUS
                           UPON SYSERR
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-JRNL-REC-COUNT TO WS-JT-COUNT.
           MOVE WS-JRNL-TOT-DR TO WS-JT-DEBITS.
           MOVE WS-JRNL-TOT-CR TO WS-JT-CREDITS.
           MOVE WS-JRNL-TRAILER TO RESEND-RECORD.
           WRITE RESEND-RECORD.
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "Warning: resend trailer write failed - "
                   "status " WS-RESEND-STATUS UPON SYSERR
           END-IF.

           CLOSE RESEND-FILE.

      ******************************************************************
      * RECAT DRIVER - RE-APPLIES THE CURRENT CATEGORY MASTER AND      *
      * CATEGORIZATION RULES TO STORE ROWS IN A DATE RANGE, REWRITES   *
      * THE CATEGORY AND GL CODE OF EVERY ROW WHOSE ANSWER CHANGED,    *
      * REPORTS EACH MOVED ROW BEFORE AND AFTER, AND WRITES A RECLASS  *
      * JOURNAL IN THE GL INTERFACE LAYOUT MOVING THE AMOUNTS FROM     *
      * THE OLD GL CODE TO THE NEW ONE PER PERIOD AND COST CENTER.     *
      * ROWS DATED INTO A CLOSED PERIOD KEEP THEIR BOOKED CATEGORY AND *
      * GL CODE, RECORD THE MOVE AS A PENDING RECLASS ON THE ROW, AND  *
      * POST THEIR RECLASS TO THE EARLIEST OPEN PERIOD. SPLIT ROWS,    *
      * AND ROWS IN A FISCAL YEAR ALREADY CLOSED, ARE LISTED AND LEFT  *
      * ALONE.                                                         *
      *                                                                *
      * INVOCATION: reportgen RECAT <store> <from-date> <to-date>      *
      *                 <catmaster.txt> <catrules.txt> <report.txt>    *
      *                 <reclass.txt> [account] [perstat.txt]          *
      *                 [fiscalcal.txt] [suspense-gl] [auditlog.txt]   *
      ******************************************************************

       7400-RECAT-DRIVER.

           IF WS-ARG-COUNT < 8
               DISPLAY "USAGE: reportgen RECAT <store> <from-date>"
                   " <to-date> <catmaster.txt> <catrules.txt>"
                   " <report.txt> <reclass.txt> [account]"
                   " [perstat.txt] [fiscalcal.txt] [suspense-gl]"
                   " [auditlog.txt]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-RECAT-FROM FROM ARGUMENT-VALUE.
           ACCEPT WS-RECAT-TO FROM ARGUMENT-VALUE.
           ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CATRULES-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-RECATRPT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JOURNAL-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-RECAT-ACCOUNT.
           IF WS-ARG-COUNT >= 9
               ACCEPT WS-RECAT-ACCOUNT FROM ARGUMENT-VALUE
               IF WS-RECAT-ACCOUNT = "NONE"
                   MOVE SPACES TO WS-RECAT-ACCOUNT
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-RECAT-ACCOUNT)
                   TO WS-RECAT-ACCOUNT
           END-IF.

           MOVE SPACES TO WS-PERSTAT-PATH.
           IF WS-ARG-COUNT >= 10
               ACCEPT WS-PERSTAT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-FISCAL-PATH.
           IF WS-ARG-COUNT >= 11
               ACCEPT WS-FISCAL-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 12
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-SUSPENSE-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 13
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JOURNAL-PATH TO WS-AUDIT-OUTPUT-PATH.

           MOVE WS-RECAT-FROM TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               DISPLAY "Invalid from-date: " WS-RECAT-FROM UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RECAT-TO TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               DISPLAY "Invalid to-date: " WS-RECAT-TO UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-RECAT-FROM > WS-RECAT-TO
               DISPLAY "From-date " WS-RECAT-FROM " is after to-date "
                   WS-RECAT-TO UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *    THE PERIOD STATUS FILE DECIDES WHICH ROWS MAY BE REWRITTEN,
      *    SO A NAMED FILE THAT CANNOT BE READ FAILS THE RUN RATHER
      *    THAN LETTING EVERY PERIOD LOOK OPEN. CLOSED-PERIOD ROWS
      *    ALWAYS TAKE THE ADJUST ROUTE HERE.

           MOVE "Y" TO WS-PERSTAT-REQUIRED.
           MOVE "ADJUST" TO WS-CLOSED-MODE.

           PERFORM 0070-LOAD-CATMASTER.
           PERFORM 0072-LOAD-CATRULES.

      *    WITHOUT THE MASTER EVERY ROW WOULD MOVE TO SUSPENSE, AND
      *    WITHOUT THE RULES EVERY RULE-SOURCED ROW TO UNCATEGORIZED,
      *    SO AN EMPTY OR UNREADABLE FILE FAILS THE RUN BEFORE THE
      *    STORE IS OPENED.

           IF WS-CATMASTER-COUNT = 0
               DISPLAY "No categories loaded from category master: "
                   FUNCTION TRIM (WS-CATMASTER-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           IF WS-CATRULES-COUNT = 0
               DISPLAY "No rules loaded from categorization rules "
                   "file: " FUNCTION TRIM (WS-CATRULES-PATH)
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0071-LOAD-FISCAL.
           PERFORM 0167-LOAD-PERSTAT.

           OPEN I-O TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

      *    BOTH OUTPUTS ARE OPENED BEFORE THE FIRST ROW IS REWRITTEN:
      *    A REWRITTEN ROW WITH NO RECLASS BEHIND IT WOULD LEAVE THE
      *    STORE DISAGREEING WITH THE LEDGER FOR GOOD, SINCE A LATER
      *    RUN NO LONGER SEES IT AS MOVED.

           OPEN OUTPUT RECATRPT-FILE.
           IF WS-RECATRPT-STATUS NOT = "00"
               DISPLAY "Cannot open recategorization report: "
                   WS-RECATRPT-PATH " status " WS-RECATRPT-STATUS
                   UPON SYSERR
               CLOSE TXSTORE-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Cannot open journal file: " WS-JOURNAL-PATH
                   " status " WS-JOURNAL-STATUS UPON SYSERR
               CLOSE RECATRPT-FILE
               CLOSE TXSTORE-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           MOVE SPACES TO RECATRPT-RECORD.
           STRING "RECATEGORIZATION  FROM " DELIMITED BY SIZE
               WS-RECAT-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RECAT-TO DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO RECATRPT-RECORD
           END-STRING.
           PERFORM 7445-WRITE-RECAT-LINE.

           MOVE SPACES TO RECATRPT-RECORD.
           IF WS-RECAT-ACCOUNT = SPACES
               MOVE "ACCOUNT ALL" TO RECATRPT-RECORD
           ELSE
               STRING "ACCOUNT " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RECAT-ACCOUNT) DELIMITED BY SIZE
                   INTO RECATRPT-RECORD
               END-STRING
           END-IF.
           PERFORM 7445-WRITE-RECAT-LINE.

           MOVE SPACES TO RECATRPT-RECORD.
           PERFORM 7445-WRITE-RECAT-LINE.

           MOVE LOW-VALUES TO TS-KEY.
           IF WS-RECAT-ACCOUNT NOT = SPACES
               MOVE WS-RECAT-ACCOUNT TO TS-ACCOUNT
               MOVE WS-RECAT-FROM TO TS-DATE
               MOVE 0 TO TS-SEQ
           END-IF.

           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7410-RECAT-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

           PERFORM 7425-NET-RECLASS-ROWS.
           PERFORM 2055-SORT-JOURNAL.
           PERFORM 7430-WRITE-RECLASS-JOURNAL.
           CLOSE JOURNAL-FILE.

           PERFORM 7440-WRITE-RECAT-TOTALS.
           CLOSE RECATRPT-FILE.

           MOVE WS-RECAT-SCANNED TO WS-COUNT-BUF.
           DISPLAY "Scanned " FUNCTION TRIM (WS-COUNT-BUF)
               " store rows from " WS-RECAT-FROM " to " WS-RECAT-TO.
           MOVE WS-RECAT-MOVED TO WS-COUNT-BUF.
           DISPLAY "Recategorized " FUNCTION TRIM (WS-COUNT-BUF)
               " rows" WITH NO ADVANCING.
           MOVE WS-RECAT-HELD TO WS-COUNT-BUF.
           DISPLAY " (" FUNCTION TRIM (WS-COUNT-BUF)
               " in closed periods, reclassed forward)".

      *    THE AUDIT LINE CARRIES THE MOVED-ROW COUNT AND THE INCOME
      *    AND EXPENSE AMOUNTS THAT CHANGED GL CODE.

           MOVE WS-RECAT-MOVED TO WS-TX-COUNT.

           IF WS-RECAT-FAILED > 0
               MOVE WS-RECAT-FAILED TO WS-COUNT-BUF
               DISPLAY "Warning: " FUNCTION TRIM (WS-COUNT-BUF)
                   " store rewrites failed - those rows were not "
                   "reclassed" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

       7410-RECAT-RECORD.

      *    ONE STORE ROW. WITH AN ACCOUNT FILTER THE KEYED START
      *    LANDED ON THAT ACCOUNT'S FIRST IN-RANGE ROW, SO THE SCAN
      *    STOPS AS SOON AS THE ACCOUNT OR DATE RUNS PAST THE RANGE,
      *    THE SAME WAY QUERY MODE DOES.

           IF WS-RECAT-ACCOUNT NOT = SPACES
               IF TS-ACCOUNT NOT = WS-RECAT-ACCOUNT
                   OR TS-DATE > WS-RECAT-TO
                   MOVE "10" TO WS-TXSTORE-STATUS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF TS-DATE < WS-RECAT-FROM OR TS-DATE > WS-RECAT-TO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-RECAT-SCANNED.

      *    A SPLIT ROW POSTED EACH LEG TO ITS OWN CATEGORY'S GL, AND
      *    THE RULES SEE ONLY THE PARENT'S DESCRIPTION, SO IT IS NEVER
      *    RECLASSED - ONLY LISTED.

           IF TS-CAT-SOURCE = "S"
               ADD 1 TO WS-RECAT-SPLIT
               MOVE "SPLIT - NOT RECLASSED" TO WS-RECAT-SKIP-REASON
               PERFORM 7416-WRITE-RECAT-SKIP
               EXIT PARAGRAPH
           END-IF.

      *    A CATEGORY THAT ARRIVED IN THE CSV COLUMN IS THE SOURCE'S
      *    OWN ANSWER AND IS KEPT - ONLY ITS GL CODE IS RE-DERIVED.
      *    A RULE-ASSIGNED OR UNCATEGORIZED ROW GOES BACK THROUGH THE
      *    RULES EXACTLY AS 0110-PARSE-CSV-LINE TREATS A BLANK
      *    CATEGORY COLUMN. A ROW STORED BEFORE THE SOURCE WAS KEPT
      *    (BLANK SOURCE) TAKES A RULE MATCH BUT IS NEVER KNOCKED
      *    BACK TO "Uncategorized", SINCE ITS CATEGORY MAY HAVE COME
      *    FROM THE CSV.

           MOVE TS-CATEGORY TO WS-RECAT-OLD-CAT.
           MOVE TS-CATEGORY TO WS-CAT-S.
           MOVE TS-CAT-SOURCE TO WS-RULE-APPLIED.

      *    A CLOSED-PERIOD ROW KEEPS ITS BOOKED CATEGORY AND GL CODE;
      *    THE PAIR ITS LAST RECLASS MOVED IT TO IS HELD IN THE
      *    PENDING-RECLASS FIELDS, AND THAT PAIR IS WHAT THE LEDGER
      *    NOW CARRIES, SO IT IS WHAT THIS RUN COMPARES AGAINST.

           IF TS-RECLASS-GL NOT = SPACES
               MOVE TS-RECLASS-CAT TO WS-RECAT-OLD-CAT
           END-IF.

           IF TS-CAT-SOURCE NOT = "C"
               MOVE TS-DESC TO WS-DESC-S
               MOVE SPACES TO WS-CAT-S
               PERFORM 0112-APPLY-CATRULES
               EVALUATE TRUE
                   WHEN WS-CAT-S NOT = SPACES
                       MOVE "R" TO WS-RULE-APPLIED
                   WHEN TS-CAT-SOURCE = SPACE
                       MOVE TS-CATEGORY TO WS-CAT-S
                   WHEN OTHER
                       MOVE "Uncategorized" TO WS-CAT-S
                       MOVE "U" TO WS-RULE-APPLIED
               END-EVALUATE
           END-IF.

      *    THE OLD GL IS THE ONE THE ROW ACTUALLY POSTED UNDER; A
      *    ROW STORED BEFORE THE GL CODE WAS KEPT FALLS BACK TO ITS
      *    CATEGORY'S CURRENT MAPPING.

           EVALUATE TRUE
               WHEN TS-RECLASS-GL NOT = SPACES
                   MOVE TS-RECLASS-GL TO WS-RECAT-OLD-GL
               WHEN TS-GLCODE NOT = SPACES
                   MOVE TS-GLCODE TO WS-RECAT-OLD-GL
               WHEN OTHER
                   MOVE WS-RECAT-OLD-CAT TO WS-GL-LOOKUP-NAME
                   PERFORM 0146-LOOKUP-GLCODE
                   IF WS-GL-MAPPED = "Y"
                       MOVE WS-GL-CODE-OUT TO WS-RECAT-OLD-GL
                   ELSE
                       MOVE WS-SUSPENSE-GL TO WS-RECAT-OLD-GL
                   END-IF
           END-EVALUATE.

           MOVE WS-CAT-S TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           IF WS-GL-MAPPED = "Y"
               MOVE WS-GL-CODE-OUT TO WS-RECAT-NEW-GL
           ELSE
               MOVE WS-SUSPENSE-GL TO WS-RECAT-NEW-GL
           END-IF.

           IF WS-CAT-S = WS-RECAT-OLD-CAT
               AND WS-RECAT-NEW-GL = WS-RECAT-OLD-GL
               EXIT PARAGRAPH
           END-IF.

      *    THE POSTING PERIOD COMES FROM THE SAME ASSIGNMENT A CSV
      *    RUN USES. A ROW IN A CLOSED PERIOD COMES BACK FLAGGED
      *    ADJUSTED WITH WS-CUR-PERIOD MOVED TO THE EARLIEST OPEN
      *    PERIOD; A ROW NO PERIOD CAN TAKE IS LEFT ALONE.

           MOVE TS-DATE TO WS-DATE-S.
           MOVE "N" TO WS-LINE-REJECTED.
           MOVE "N" TO WS-LINE-ADJUSTED.
           PERFORM 0117-ASSIGN-PERIOD.

           IF WS-LINE-REJECTED = "Y"
               ADD 1 TO WS-RECAT-SKIPPED
               DISPLAY "Warning: " FUNCTION TRIM (TS-ACCOUNT) " "
                   TS-DATE " not reclassed - "
                   FUNCTION TRIM (WS-REJECT-REASON) UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

      *    ONCE YEAREND HAS CLOSED THE ROW'S FISCAL YEAR BOTH GL CODES
      *    WERE ZEROED INTO RETAINED EARNINGS, AND NO LATER CLOSE
      *    LOOKS AT THE ROW AGAIN, SO A RECLASS NOW WOULD LEAVE TWO
      *    OFFSETTING BALANCES OPEN FOR GOOD. THE ROW IS LEFT AS IT
      *    IS AND ONLY LISTED.

           IF WS-LINE-ADJUSTED = "Y"
               MOVE WS-ADJ-FROM-PERIOD TO WS-RECAT-ROW-PERIOD
           ELSE
               MOVE WS-CUR-PERIOD TO WS-RECAT-ROW-PERIOD
           END-IF.
           PERFORM 7418-CHECK-YEAR-CLOSED.
           IF WS-RECAT-YEAR-CLOSED = "Y"
               ADD 1 TO WS-RECAT-YEAR-SHUT
               MOVE "FISCAL YEAR CLOSED" TO WS-RECAT-SKIP-REASON
               PERFORM 7416-WRITE-RECAT-SKIP
               EXIT PARAGRAPH
           END-IF.

      *    A CLOSED-PERIOD ROW KEEPS ITS BOOKED CATEGORY AND GL CODE
      *    AND ONLY HAS THE PENDING-RECLASS FIELDS SET, SO A LATER RUN
      *    SEES THE RECLASS AS ALREADY POSTED. AN OPEN-PERIOD ROW
      *    TAKES THE NEW PAIR OUTRIGHT AND DROPS ANY PENDING ONE. EITHER
      *    WAY THE RECLASS IS ONLY EMITTED ONCE THE REWRITE HAS HELD.

           IF WS-LINE-ADJUSTED = "Y"
               MOVE WS-ADJ-FROM-PERIOD TO WS-RECAT-OLD-PERIOD
               MOVE WS-CAT-S TO TS-RECLASS-CAT
               MOVE WS-RECAT-NEW-GL TO TS-RECLASS-GL
               MOVE "CLOSED-PERIOD" TO WS-RECAT-STATE
           ELSE
               MOVE WS-CUR-PERIOD TO WS-RECAT-OLD-PERIOD
               MOVE WS-CAT-S TO TS-CATEGORY
               MOVE WS-RECAT-NEW-GL TO TS-GLCODE
               MOVE WS-RULE-APPLIED TO TS-CAT-SOURCE
               MOVE SPACES TO TS-RECLASS-CAT
               MOVE SPACES TO TS-RECLASS-GL
               MOVE "REWRITTEN" TO WS-RECAT-STATE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STORE-STAMP.
           MOVE WS-STORE-STAMP (1:16) TO TS-UPDATED.
           REWRITE TXSTORE-RECORD
           END-REWRITE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Warning: store rewrite failed for "
                   FUNCTION TRIM (TS-ACCOUNT) " " TS-DATE
                   " - status " WS-TXSTORE-STATUS UPON SYSERR
               ADD 1 TO WS-RECAT-FAILED
               MOVE "00" TO WS-TXSTORE-STATUS
               EXIT PARAGRAPH
           END-IF.

           IF WS-LINE-ADJUSTED = "Y"
               ADD 1 TO WS-RECAT-HELD
           ELSE
               ADD 1 TO WS-RECAT-REWRITTEN
           END-IF.

           ADD 1 TO WS-RECAT-MOVED.

           IF TS-DEPT = SPACES
               MOVE "UNASSIGN" TO WS-DEPT-CODE
           ELSE
               MOVE TS-DEPT TO WS-DEPT-CODE
           END-IF.

      *    AN EXPENSE WAS DEBITED TO THE OLD GL, SO IT IS CREDITED
      *    BACK OUT OF IT AND DEBITED TO THE NEW ONE; INCOME IS THE
      *    MIRROR IMAGE. ONLY WHAT THE CATEGORY CARRIES MOVES - THE
      *    ROW LESS ANY TAX IT SPLIT OUT, WHICH STAYS IN THE TAX GL.

           MOVE TS-AMOUNT TO WS-RECAT-BASE.
           IF TS-TAX-AMOUNT IS NUMERIC
               SUBTRACT TS-TAX-AMOUNT FROM WS-RECAT-BASE
           END-IF.

           IF WS-RECAT-BASE < 0
               COMPUTE WS-RECAT-AMT = 0 - WS-RECAT-BASE
               ADD WS-RECAT-AMT TO WS-TOTAL-EXPENSE
               MOVE WS-RECAT-OLD-GL TO WS-GL-CODE-OUT
               MOVE 0 TO WS-RECAT-DR
               MOVE WS-RECAT-AMT TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
               MOVE WS-RECAT-NEW-GL TO WS-GL-CODE-OUT
               MOVE WS-RECAT-AMT TO WS-RECAT-DR
               MOVE 0 TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
           END-IF.
           IF WS-RECAT-BASE > 0
               MOVE WS-RECAT-BASE TO WS-RECAT-AMT
               ADD WS-RECAT-AMT TO WS-TOTAL-INCOME
               MOVE WS-RECAT-OLD-GL TO WS-GL-CODE-OUT
               MOVE WS-RECAT-AMT TO WS-RECAT-DR
               MOVE 0 TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
               MOVE WS-RECAT-NEW-GL TO WS-GL-CODE-OUT
               MOVE 0 TO WS-RECAT-DR
               MOVE WS-RECAT-AMT TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
           END-IF.

           PERFORM 7415-WRITE-RECAT-DETAIL.

       7416-WRITE-RECAT-SKIP.

      *    ONE ROW LEFT ALONE FOR THE REASON IN WS-RECAT-SKIP-REASON.

           MOVE TS-AMOUNT TO WS-NUM-BUF.
           MOVE TS-SEQ TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-RECAT-SEQ-S.
           MOVE SPACES TO RECATRPT-RECORD.
           STRING "SKIPPED|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-ACCOUNT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TS-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-SEQ-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-SKIP-REASON) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-DESC) DELIMITED BY SIZE
               INTO RECATRPT-RECORD
           END-STRING.
           PERFORM 7445-WRITE-RECAT-LINE.

       7418-CHECK-YEAR-CLOSED.

      *    SETS WS-RECAT-YEAR-CLOSED WHEN THE STATUS FILE MARKS CLOSED
      *    A YEAR ID THAT PERIOD WS-RECAT-ROW-PERIOD BELONGS TO - THE
      *    ID FOLLOWED BY A HYPHEN STARTS THE PERIOD ID, THE SAME TEST
      *    YEAREND USES TO FIND THE YEAR'S PERIODS.

           MOVE "N" TO WS-RECAT-YEAR-CLOSED.
           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
                   OR WS-RECAT-YEAR-CLOSED = "Y"
               IF WS-PS-STATE (PSX) = "CLOSED"
                   MOVE 0 TO WS-RECAT-YEAR-LEN
                   INSPECT WS-PS-ID (PSX) TALLYING WS-RECAT-YEAR-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-RECAT-YEAR-LEN > 0 AND WS-RECAT-YEAR-LEN < 7
                       IF WS-RECAT-ROW-PERIOD (1:WS-RECAT-YEAR-LEN)
                               = WS-PS-ID (PSX) (1:WS-RECAT-YEAR-LEN)
                           AND WS-RECAT-ROW-PERIOD
                               (WS-RECAT-YEAR-LEN + 1:1) = "-"
                           MOVE "Y" TO WS-RECAT-YEAR-CLOSED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       7415-WRITE-RECAT-DETAIL.

      *    ONE MOVED ROW: THE ROW ITSELF, THEN ITS BEFORE AND AFTER
      *    CATEGORY, GL CODE, AND PERIOD - THE AFTER PERIOD BEING
      *    WHERE THE RECLASS POSTED.

           MOVE TS-AMOUNT TO WS-NUM-BUF.
           MOVE TS-SEQ TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-RECAT-SEQ-S.
           MOVE SPACES TO RECATRPT-RECORD.
           STRING "MOVED|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-ACCOUNT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TS-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-SEQ-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-STATE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (TS-DESC) DELIMITED BY SIZE
               INTO RECATRPT-RECORD
           END-STRING.
           PERFORM 7445-WRITE-RECAT-LINE.

           MOVE SPACES TO RECATRPT-RECORD.
           STRING "  BEFORE|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-OLD-CAT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-OLD-GL) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-OLD-PERIOD) DELIMITED BY SIZE
               INTO RECATRPT-RECORD
           END-STRING.
           PERFORM 7445-WRITE-RECAT-LINE.

           MOVE SPACES TO RECATRPT-RECORD.
           STRING "  AFTER |" DELIMITED BY SIZE
               FUNCTION TRIM (WS-CAT-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-RECAT-NEW-GL) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-CUR-PERIOD) DELIMITED BY SIZE
               INTO RECATRPT-RECORD
           END-STRING.
           PERFORM 7445-WRITE-RECAT-LINE.

       7420-ADD-RECLASS-ROW.

      *    ACCUMULATES ONE SIDE OF A RECLASS INTO THE JOURNAL TABLE
      *    UNDER WS-CUR-PERIOD, WS-GL-CODE-OUT, AND WS-DEPT-CODE.
      *    DEBITS RIDE IN THE EXPENSE COLUMN AND CREDITS IN THE
      *    INCOME COLUMN, MATCHING HOW 2060-WRITE-JOURNAL READS THEM.

           MOVE "N" TO WS-FOUND.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-PERIOD (JX) = WS-CUR-PERIOD
                   AND WS-JR-GLCODE (JX) = WS-GL-CODE-OUT
                   AND WS-JR-DEPT (JX) = WS-DEPT-CODE
                   MOVE "Y" TO WS-FOUND
                   ADD WS-RECAT-DR TO WS-JR-EXPENSE (JX)
                   ADD WS-RECAT-CR TO WS-JR-INCOME (JX)
               END-IF
           END-PERFORM.

           IF WS-FOUND = "N"
               IF WS-JRNL-COUNT < 3000
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-CUR-PERIOD TO WS-JR-PERIOD (WS-JRNL-COUNT)
                   MOVE WS-GL-CODE-OUT
                       TO WS-JR-GLCODE (WS-JRNL-COUNT)
                   MOVE WS-DEPT-CODE TO WS-JR-DEPT (WS-JRNL-COUNT)
                   MOVE SPACE TO WS-JR-SOURCE (WS-JRNL-COUNT)
                   MOVE WS-RECAT-CR TO WS-JR-INCOME (WS-JRNL-COUNT)
                   MOVE WS-RECAT-DR TO WS-JR-EXPENSE (WS-JRNL-COUNT)
               ELSE
                   ADD 1 TO WS-JRNL-OVERFLOW-COUNT
                   DISPLAY "Warning: journal entry dropped - "
                       "3000-entry table full" UPON SYSERR
               END-IF
           END-IF.

       7425-NET-RECLASS-ROWS.

      *    A GL CODE THAT BOTH LOST AND GAINED ROWS IN THE SAME
      *    PERIOD AND COST CENTER POSTS ONLY ITS NET MOVEMENT.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-EXPENSE (JX) > WS-JR-INCOME (JX)
                   SUBTRACT WS-JR-INCOME (JX) FROM WS-JR-EXPENSE (JX)
                   MOVE 0 TO WS-JR-INCOME (JX)
               ELSE
                   SUBTRACT WS-JR-EXPENSE (JX) FROM WS-JR-INCOME (JX)
                   MOVE 0 TO WS-JR-EXPENSE (JX)
               END-IF
           END-PERFORM.

       7430-WRITE-RECLASS-JOURNAL.

      *    WRITES THE RECLASS ENTRIES IN THE GL INTERFACE LAYOUT,
      *    SORTED BY PERIOD, GL CODE, AND COST CENTER. EVERY MOVED
      *    ROW POSTED AN EQUAL DEBIT AND CREDIT IN ITS PERIOD, SO NO
      *    CLEARING ENTRY IS NEEDED; THE TRAILER CARRIES THE RECORD
      *    COUNT AND HASH TOTALS LIKE THE REGULAR JOURNAL.

           MOVE 0 TO WS-JRNL-REC-COUNT.
           MOVE 0 TO WS-JRNL-TOT-DR.
           MOVE 0 TO WS-JRNL-TOT-CR.
           MOVE SPACE TO WS-JD-SOURCE.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-EXPENSE (JX) NOT = 0
                   MOVE WS-JR-PERIOD (JX) TO WS-JD-PERIOD
                   MOVE WS-JR-GLCODE (JX) TO WS-JD-GLCODE
                   MOVE WS-JR-DEPT (JX) TO WS-JD-DEPT
                   MOVE "D" TO WS-JD-DRCR
                   MOVE WS-JR-EXPENSE (JX) TO WS-JD-AMOUNT
                   PERFORM 2062-WRITE-JOURNAL-DETAIL
                   ADD WS-JR-EXPENSE (JX) TO WS-JRNL-TOT-DR
               END-IF
               IF WS-JR-INCOME (JX) NOT = 0
                   MOVE WS-JR-PERIOD (JX) TO WS-JD-PERIOD
                   MOVE WS-JR-GLCODE (JX) TO WS-JD-GLCODE
                   MOVE WS-JR-DEPT (JX) TO WS-JD-DEPT
                   MOVE "C" TO WS-JD-DRCR
                   MOVE WS-JR-INCOME (JX) TO WS-JD-AMOUNT
                   PERFORM 2062-WRITE-JOURNAL-DETAIL
                   ADD WS-JR-INCOME (JX) TO WS-JRNL-TOT-CR
               END-IF
           END-PERFORM.

           MOVE WS-JRNL-REC-COUNT TO WS-JT-COUNT.
           MOVE WS-JRNL-TOT-DR TO WS-JT-DEBITS.
           MOVE WS-JRNL-TOT-CR TO WS-JT-CREDITS.
           MOVE WS-JRNL-TRAILER TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: journal trailer write failed - "
                   "status " WS-JOURNAL-STATUS UPON SYSERR
           END-IF.

       7440-WRITE-RECAT-TOTALS.

           MOVE SPACES TO RECATRPT-RECORD.
           PERFORM 7445-WRITE-RECAT-LINE.

           MOVE WS-RECAT-SCANNED TO WS-COUNT-BUF.
           MOVE "ROWS SCANNED" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-MOVED TO WS-COUNT-BUF.
           MOVE "ROWS MOVED" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-REWRITTEN TO WS-COUNT-BUF.
           MOVE "  REWRITTEN IN STORE" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-HELD TO WS-COUNT-BUF.
           MOVE "  CLOSED PERIOD, RECLASSED FORWARD" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-SKIPPED TO WS-COUNT-BUF.
           MOVE "ROWS WITH NO POSTING PERIOD" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-SPLIT TO WS-COUNT-BUF.
           MOVE "SPLIT ROWS, NOT RECLASSED" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-YEAR-SHUT TO WS-COUNT-BUF.
           MOVE "ROWS IN A CLOSED FISCAL YEAR" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.
           MOVE WS-RECAT-FAILED TO WS-COUNT-BUF.
           MOVE "STORE REWRITES FAILED" TO WS-TMP-NAME.
           PERFORM 7442-WRITE-RECAT-COUNT.

       7442-WRITE-RECAT-COUNT.

           MOVE SPACES TO RECATRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO RECATRPT-RECORD
           END-STRING.
           PERFORM 7445-WRITE-RECAT-LINE.

       7445-WRITE-RECAT-LINE.

           WRITE RECATRPT-RECORD.
           IF WS-RECATRPT-STATUS NOT = "00"
               DISPLAY "Warning: recategorization report write "
                   "failed - status " WS-RECATRPT-STATUS UPON SYSERR
           END-IF.

      ******************************************************************
      * REVALUE DRIVER - PERIOD-END FOREIGN-CURRENCY REVALUATION.      *
      * TOTALS EACH ACCOUNT'S OPEN BALANCE PER FOREIGN CURRENCY FROM   *
      * THE STORE AS AT THE PERIOD END, RESTATES IT AT THE PERIOD-END  *
      * RATE, COMPARES THAT WITH THE CARRIED BASE-CURRENCY VALUE, AND  *
      * POSTS THE DIFFERENCE AS UNREALIZED FX GAIN OR LOSS IN THE GL   *
      * INTERFACE LAYOUT. THE REVALUATION HISTORY FILE RECORDS EVERY   *
      * POSTED PERIOD SO A SECOND RUN FOR THE SAME PERIOD IS REFUSED.  *
      *                                                                *
      * INVOCATION: reportgen REVALUE <store> <period-id> <rates.txt>  *
      *                 <report.txt> <journal.txt> <revalhist.txt>     *
      *                 [fiscalcal.txt] [perstat.txt] [base-currency]  *
      *                 [gain-gl] [loss-gl] [clearing-gl] [account]    *
      *                 [auditlog.txt]                                 *
      ******************************************************************

       7500-REVALUE-DRIVER.

           IF WS-ARG-COUNT < 7
               DISPLAY "USAGE: reportgen REVALUE <store> <period-id>"
                   " <rates.txt> <report.txt> <journal.txt>"
                   " <revalhist.txt> [fiscalcal.txt] [perstat.txt]"
                   " [base-currency] [gain-gl] [loss-gl]"
                   " [clearing-gl] [account] [auditlog.txt]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-REVAL-PERIOD-ARG FROM ARGUMENT-VALUE.
           ACCEPT WS-RATES-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-REVALRPT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JOURNAL-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-REVALHIST-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-FISCAL-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-FISCAL-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-PERSTAT-PATH.
           IF WS-ARG-COUNT >= 9
               ACCEPT WS-PERSTAT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-BASECUR-ARG.
           IF WS-ARG-COUNT >= 10
               ACCEPT WS-BASECUR-ARG FROM ARGUMENT-VALUE
               IF WS-BASECUR-ARG NOT = SPACES
                   AND WS-BASECUR-ARG NOT = "NONE"
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM (WS-BASECUR-ARG)) (1:3)
                       TO WS-BASE-CURRENCY
               END-IF
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 11
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-REVAL-GAIN-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 12
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-REVAL-LOSS-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 13
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-CLEARING-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-REVAL-ACCOUNT.
           IF WS-ARG-COUNT >= 14
               ACCEPT WS-REVAL-ACCOUNT FROM ARGUMENT-VALUE
               IF WS-REVAL-ACCOUNT = "NONE"
                   MOVE SPACES TO WS-REVAL-ACCOUNT
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-REVAL-ACCOUNT)
                   TO WS-REVAL-ACCOUNT
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 15
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JOURNAL-PATH TO WS-AUDIT-OUTPUT-PATH.

           MOVE FUNCTION TRIM (WS-REVAL-PERIOD-ARG)
               TO WS-REVAL-PERIOD-ARG.
           IF WS-REVAL-PERIOD-ARG = SPACES
               OR WS-REVAL-PERIOD-ARG (8:) NOT = SPACES
               DISPLAY "Invalid period id: " WS-REVAL-PERIOD-ARG
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REVAL-PERIOD-ARG TO WS-REVAL-PERIOD.

      *    THE PERIOD STATUS FILE DECIDES WHETHER THE PERIOD MAY STILL
      *    TAKE POSTINGS, SO A NAMED FILE THAT CANNOT BE READ FAILS
      *    THE RUN RATHER THAN LETTING A CLOSED PERIOD LOOK OPEN.

           MOVE "Y" TO WS-PERSTAT-REQUIRED.

           PERFORM 0071-LOAD-FISCAL.
           PERFORM 0167-LOAD-PERSTAT.
           PERFORM 0086-LOAD-RATES.

      *    THE PERIOD END IS THE FISCAL PERIOD'S END DATE WHEN A
      *    CALENDAR IS LOADED, OTHERWISE THE LAST DAY OF THE YYYY-MM
      *    MONTH. THE PERIOD-END RATE IS THE ONE LOADED FOR THE
      *    CALENDAR MONTH THAT DATE FALLS IN, THE SAME MONTHLY JOIN
      *    0118-CONVERT-CURRENCY USES.

           MOVE SPACES TO WS-REVAL-END.
           IF WS-FISCAL-LOADED = "Y"
               PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-FISCAL-COUNT
                   IF WS-FC-ID (HX) = WS-REVAL-PERIOD
                       MOVE WS-FC-END (HX) TO WS-REVAL-END
                   END-IF
               END-PERFORM
               IF WS-REVAL-END = SPACES
                   DISPLAY "Period " FUNCTION TRIM (WS-REVAL-PERIOD)
                       " is not in the fiscal calendar" UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-DATE-S
               STRING WS-REVAL-PERIOD DELIMITED BY SIZE
                   "-01" DELIMITED BY SIZE
                   INTO WS-DATE-S
               END-STRING
               PERFORM 0111-VALIDATE-DATE
               IF WS-DATE-VALID = "N"
                   DISPLAY "Invalid period id: " WS-REVAL-PERIOD
                       " - expected YYYY-MM without a fiscal calendar"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM 4000-WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REVAL-PERIOD (1:4) TO WS-PER-YYYY
               MOVE WS-REVAL-PERIOD (6:2) TO WS-PER-MM
               PERFORM 1035-MONTH-LASTDAY
               MOVE WS-DATE-S TO WS-REVAL-END
               MOVE WS-PER-LASTDAY TO WS-REVAL-END (9:2)
           END-IF.

           MOVE WS-REVAL-PERIOD TO WS-PS-LOOKUP-ID.
           PERFORM 0187-PERIOD-IS-CLOSED.
           IF WS-PS-IS-CLOSED = "Y"
               DISPLAY "Period " FUNCTION TRIM (WS-REVAL-PERIOD)
                   " is closed - revaluation refused" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7505-LOAD-REVAL-HISTORY.

           IF WS-REVAL-POSTED = "Y"
               DISPLAY "Period " FUNCTION TRIM (WS-REVAL-PERIOD)
                   " has already been revalued - see "
                   FUNCTION TRIM (WS-REVALHIST-PATH)
                   " - revaluation refused" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           IF WS-REVAL-LATER NOT = SPACES
               DISPLAY "Period " FUNCTION TRIM (WS-REVAL-PERIOD)
                   " is earlier than period "
                   FUNCTION TRIM (WS-REVAL-LATER)
                   " already revalued - revaluation refused"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           IF WS-REVAL-ACCOUNT NOT = SPACES
               MOVE WS-REVAL-ACCOUNT TO TS-ACCOUNT
           END-IF.

           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7510-REVAL-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

      *    NOTHING IS WRITTEN UNLESS EVERY BALANCE CAN BE REVALUED:
      *    A PARTIAL RUN WOULD STILL BE RECORDED IN THE HISTORY AND
      *    THE REST OF THE PERIOD COULD THEN NEVER BE POSTED.

           IF WS-REVAL-DROPPED > 0
               DISPLAY "Too many account/currency balances - "
                   "revaluation not run" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REVAL-TOT-GAIN.
           MOVE 0 TO WS-REVAL-TOT-LOSS.
           PERFORM VARYING RVX FROM 1 BY 1
               UNTIL RVX > WS-REVAL-COUNT
               PERFORM 7520-VALUE-REVAL-ENTRY
           END-PERFORM.

           IF WS-REVAL-NORATE > 0
               DISPLAY "Missing period-end exchange rates - "
                   "revaluation not run" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

      *    ALL THREE OUTPUTS ARE OPENED BEFORE ANYTHING IS WRITTEN, SO
      *    A FILE THAT CANNOT BE OPENED STOPS THE RUN WITH NOTHING
      *    WRITTEN.

           OPEN OUTPUT REVALRPT-FILE.
           IF WS-REVALRPT-STATUS NOT = "00"
               DISPLAY "Cannot open revaluation report: "
                   WS-REVALRPT-PATH " status " WS-REVALRPT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Cannot open journal file: " WS-JOURNAL-PATH
                   " status " WS-JOURNAL-STATUS UPON SYSERR
               CLOSE REVALRPT-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND REVALHIST-FILE.
           IF WS-REVALHIST-STATUS = "35"
               OPEN OUTPUT REVALHIST-FILE
           END-IF.
           IF WS-REVALHIST-STATUS NOT = "00"
               DISPLAY "Cannot open revaluation history: "
                   WS-REVALHIST-PATH " status " WS-REVALHIST-STATUS
                   UPON SYSERR
               CLOSE JOURNAL-FILE
               CLOSE REVALRPT-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           PERFORM 7530-WRITE-REVAL-REPORT.
           CLOSE REVALRPT-FILE.

      *    THE HISTORY IS WRITTEN FIRST AND THE JOURNAL ONLY ONCE ALL
      *    OF IT HAS GONE OUT CLEANLY: A JOURNAL WITH NO HISTORY
      *    BEHIND IT COULD BE POSTED AGAIN BY A RERUN. AFTER A FAILED
      *    HISTORY WRITE THE JOURNAL IS LEFT EMPTY, SO THERE IS
      *    NOTHING TO POST.

           MOVE "N" TO WS-REVAL-HIST-FAILED.
           PERFORM VARYING RVX FROM 1 BY 1
               UNTIL RVX > WS-REVAL-COUNT
               PERFORM 7550-APPEND-REVAL-HISTORY
           END-PERFORM.
           CLOSE REVALHIST-FILE.

           IF WS-REVAL-HIST-FAILED = "N"
               PERFORM 7540-WRITE-REVAL-JOURNAL
           END-IF.
           CLOSE JOURNAL-FILE.

           MOVE WS-REVAL-COUNT TO WS-COUNT-BUF.
           DISPLAY "Revalued " FUNCTION TRIM (WS-COUNT-BUF)
               " account/currency balances for period "
               FUNCTION TRIM (WS-REVAL-PERIOD) " ending "
               WS-REVAL-END.
           COMPUTE WS-REVAL-NET = WS-REVAL-TOT-GAIN - WS-REVAL-TOT-LOSS.
           MOVE WS-REVAL-NET TO WS-NUM-BUF.
           DISPLAY "Net unrealized gain/loss "
               FUNCTION TRIM (WS-NUM-BUF).

      *    THE AUDIT LINE CARRIES THE BALANCE COUNT WITH THE TOTAL
      *    GAIN AND TOTAL LOSS IN THE INCOME AND EXPENSE COLUMNS.

           MOVE WS-REVAL-COUNT TO WS-TX-COUNT.
           MOVE WS-REVAL-TOT-GAIN TO WS-TOTAL-INCOME.
           MOVE WS-REVAL-TOT-LOSS TO WS-TOTAL-EXPENSE.

           IF WS-REVAL-HIST-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

       7505-LOAD-REVAL-HISTORY.

      *    THE REVALUATION HISTORY HAS ONE LINE PER ACCOUNT/CURRENCY
      *    PER REVALUED PERIOD, FORMAT
      *      PERIOD,ACCOUNT,CURRENCY,ORIG-BALANCE,RATE,REVALUED,
      *      GAIN-LOSS,RUN-DATE
      *    A MISSING FILE MEANS NOTHING HAS BEEN REVALUED YET. FOR
      *    THE ACCOUNTS IN SCOPE, A LINE FOR THIS PERIOD MEANS IT
      *    HAS ALREADY BEEN POSTED, A LINE FOR A LATER PERIOD MEANS
      *    THE HISTORY HAS MOVED ON, AND THE GAIN/LOSS ON EVERY
      *    EARLIER LINE IS PART OF THE VALUE NOW CARRIED.

           MOVE "N" TO WS-REVAL-POSTED.
           MOVE SPACES TO WS-REVAL-LATER.

           OPEN INPUT REVALHIST-FILE.
           IF WS-REVALHIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.

      *    THE HISTORY IS THE ONLY GUARD AGAINST A SECOND POSTING,
      *    SO ONE THAT EXISTS BUT CANNOT BE READ STOPS THE RUN.

           IF WS-REVALHIST-STATUS NOT = "00"
               DISPLAY "Cannot open revaluation history: "
                   WS-REVALHIST-PATH " status " WS-REVALHIST-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               GOBACK
           END-IF.

           PERFORM UNTIL WS-REVALHIST-STATUS NOT = "00"
               READ REVALHIST-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 7506-ADD-REVAL-HISTORY
               END-READ
           END-PERFORM.

           CLOSE REVALHIST-FILE.

       7506-ADD-REVAL-HISTORY.

           MOVE REVALHIST-RECORD TO WS-REVALHIST-LINE.

           IF WS-REVALHIST-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RH-PERIOD-S WS-RH-ACCOUNT-S WS-RH-CUR-S
               WS-RH-ORIG-S WS-RH-RATE-S WS-RH-REVAL-S
               WS-RH-GAINLOSS-S.
           UNSTRING WS-REVALHIST-LINE DELIMITED BY ","
               INTO WS-RH-PERIOD-S
                   WS-RH-ACCOUNT-S
                   WS-RH-CUR-S
                   WS-RH-ORIG-S
                   WS-RH-RATE-S
                   WS-RH-REVAL-S
                   WS-RH-GAINLOSS-S
           END-UNSTRING.

           MOVE FUNCTION TRIM (WS-RH-PERIOD-S) TO WS-RH-PERIOD-S.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-RH-ACCOUNT-S))
               TO WS-RH-ACCOUNT-S.

           IF WS-REVAL-ACCOUNT NOT = SPACES
               AND WS-RH-ACCOUNT-S NOT = WS-REVAL-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-RH-PERIOD-S = WS-REVAL-PERIOD
               MOVE "Y" TO WS-REVAL-POSTED
               EXIT PARAGRAPH
           END-IF.

           IF WS-RH-PERIOD-S > WS-REVAL-PERIOD
               IF WS-REVAL-LATER = SPACES
                   OR WS-RH-PERIOD-S < WS-REVAL-LATER
                   MOVE WS-RH-PERIOD-S TO WS-REVAL-LATER
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
               (FUNCTION TRIM (WS-RH-GAINLOSS-S)).
           IF WS-RH-GAINLOSS-S = SPACES OR WS-NUMVAL-POS NOT = 0
               DISPLAY "Warning: revaluation history line skipped - "
                   "bad gain/loss: " FUNCTION TRIM (WS-REVALHIST-LINE)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RH-GAINLOSS =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-RH-GAINLOSS-S)).

           MOVE WS-RH-ACCOUNT-S TO WS-RV-LOOKUP-ACCOUNT.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-RH-CUR-S)) (1:3)
               TO WS-RV-LOOKUP-CUR.
           PERFORM 7508-FIND-REVAL-ENTRY.
           IF WS-RV-HIT > 0
               ADD WS-RH-GAINLOSS TO WS-RV-PRIOR (WS-RV-HIT)
           END-IF.

       7508-FIND-REVAL-ENTRY.

      *    FIND-OR-ADD OF THE ACCOUNT/CURRENCY BALANCE IN
      *    WS-RV-LOOKUP-ACCOUNT/WS-RV-LOOKUP-CUR. WS-RV-HIT IS ZERO
      *    WHEN THE TABLE IS FULL.

           MOVE 0 TO WS-RV-HIT.
           PERFORM VARYING RVX FROM 1 BY 1
               UNTIL RVX > WS-REVAL-COUNT OR WS-RV-HIT > 0
               IF WS-RV-ACCOUNT (RVX) = WS-RV-LOOKUP-ACCOUNT
                   AND WS-RV-CURRENCY (RVX) = WS-RV-LOOKUP-CUR
                   SET WS-RV-HIT TO RVX
               END-IF
           END-PERFORM.

           IF WS-RV-HIT > 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-REVAL-COUNT >= 500
               ADD 1 TO WS-REVAL-DROPPED
               DISPLAY "Warning: revaluation balance dropped - "
                   "500-entry table full" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REVAL-COUNT.
           MOVE WS-REVAL-COUNT TO WS-RV-HIT.
           MOVE WS-RV-LOOKUP-ACCOUNT TO WS-RV-ACCOUNT (WS-RV-HIT).
           MOVE WS-RV-LOOKUP-CUR TO WS-RV-CURRENCY (WS-RV-HIT).
           MOVE 0 TO WS-RV-ROWS (WS-RV-HIT).
           MOVE 0 TO WS-RV-ORIG (WS-RV-HIT).
           MOVE 0 TO WS-RV-BASE (WS-RV-HIT).
           MOVE 0 TO WS-RV-PRIOR (WS-RV-HIT).

       7510-REVAL-RECORD.

      *    ONE STORE ROW. WITH AN ACCOUNT FILTER THE KEYED START
      *    LANDED ON THAT ACCOUNT'S FIRST ROW, SO THE SCAN STOPS ONCE
      *    THE ACCOUNT OR THE PERIOD END IS PASSED. ONLY ROWS HELD IN
      *    A FOREIGN CURRENCY CARRY ANY EXCHANGE EXPOSURE.

           IF WS-REVAL-ACCOUNT NOT = SPACES
               IF TS-ACCOUNT NOT = WS-REVAL-ACCOUNT
                   OR TS-DATE > WS-REVAL-END
                   MOVE "10" TO WS-TXSTORE-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF TS-DATE > WS-REVAL-END
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REVAL-SCANNED.

           IF TS-CURRENCY = SPACES
               OR TS-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF.

           MOVE TS-ACCOUNT TO WS-RV-LOOKUP-ACCOUNT.
           MOVE TS-CURRENCY TO WS-RV-LOOKUP-CUR.
           PERFORM 7508-FIND-REVAL-ENTRY.
           IF WS-RV-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RV-ROWS (WS-RV-HIT).
           ADD TS-ORIG-AMOUNT TO WS-RV-ORIG (WS-RV-HIT).
           ADD TS-AMOUNT TO WS-RV-BASE (WS-RV-HIT).

       7520-VALUE-REVAL-ENTRY.

      *    THE CARRIED VALUE IS WHAT THE BOOKS HOLD FOR THE BALANCE:
      *    EVERY ROW AT ITS OWN MONTH'S RATE PLUS THE REVALUATIONS
      *    ALREADY POSTED FOR EARLIER PERIODS. THE OLD RATE IS THE
      *    RATE THAT VALUE IMPLIES. A GAIN IS A RISE IN THE BASE-
      *    CURRENCY VALUE - AN ASSET WORTH MORE OR A FOREIGN DEBT
      *    COSTING LESS - AND A LOSS THE REVERSE.

           COMPUTE WS-RV-CARRIED (RVX) =
               WS-RV-BASE (RVX) + WS-RV-PRIOR (RVX).

           MOVE 0 TO WS-RV-OLD-RATE (RVX).
           IF WS-RV-ORIG (RVX) NOT = 0
               COMPUTE WS-RV-OLD-RATE (RVX) ROUNDED =
                   WS-RV-CARRIED (RVX) / WS-RV-ORIG (RVX)
           END-IF.

           MOVE 0 TO WS-RV-NEW-RATE (RVX).
           MOVE 0 TO WS-RV-REVALUED (RVX).
           MOVE 0 TO WS-RV-GAINLOSS (RVX).

           IF WS-RV-ORIG (RVX) = 0 AND WS-RV-CARRIED (RVX) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RV-CURRENCY (RVX) TO WS-FX-LOOKUP-CUR.
           MOVE WS-REVAL-END (1:7) TO WS-FX-LOOKUP-PERIOD.
           PERFORM 0119-LOOKUP-RATE.

           IF WS-FX-FOUND = "N"
               ADD 1 TO WS-REVAL-NORATE
               DISPLAY "No exchange rate for "
                   WS-RV-CURRENCY (RVX) " " WS-FX-LOOKUP-PERIOD
                   " - cannot revalue "
                   FUNCTION TRIM (WS-RV-ACCOUNT (RVX)) UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FX-RATE-OUT TO WS-RV-NEW-RATE (RVX).
           COMPUTE WS-RV-REVALUED (RVX) ROUNDED =
               WS-RV-ORIG (RVX) * WS-FX-RATE-OUT.
           COMPUTE WS-RV-GAINLOSS (RVX) =
               WS-RV-REVALUED (RVX) - WS-RV-CARRIED (RVX).

           IF WS-RV-GAINLOSS (RVX) > 0
               ADD WS-RV-GAINLOSS (RVX) TO WS-REVAL-TOT-GAIN
           ELSE
               SUBTRACT WS-RV-GAINLOSS (RVX) FROM WS-REVAL-TOT-LOSS
           END-IF.

       7530-WRITE-REVAL-REPORT.

           MOVE SPACES TO REVALRPT-RECORD.
           STRING "FX REVALUATION  PERIOD " DELIMITED BY SIZE
               FUNCTION TRIM (WS-REVAL-PERIOD) DELIMITED BY SIZE
               "  ENDING " DELIMITED BY SIZE
               WS-REVAL-END DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVALRPT-RECORD
           END-STRING.
           PERFORM 7535-WRITE-REVAL-LINE.

           MOVE SPACES TO REVALRPT-RECORD.
           IF WS-REVAL-ACCOUNT = SPACES
               STRING "ACCOUNT ALL  BASE CURRENCY " DELIMITED BY SIZE
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   INTO REVALRPT-RECORD
               END-STRING
           ELSE
               STRING "ACCOUNT " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-REVAL-ACCOUNT) DELIMITED BY SIZE
                   "  BASE CURRENCY " DELIMITED BY SIZE
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   INTO REVALRPT-RECORD
               END-STRING
           END-IF.
           PERFORM 7535-WRITE-REVAL-LINE.

           MOVE SPACES TO REVALRPT-RECORD.
           PERFORM 7535-WRITE-REVAL-LINE.

           MOVE SPACES TO REVALRPT-RECORD.
           STRING "ACCOUNT|CURRENCY|ORIG-BALANCE|OLD-RATE|NEW-RATE|"
                   DELIMITED BY SIZE
               "CARRIED|REVALUED|GAIN-LOSS" DELIMITED BY SIZE
               INTO REVALRPT-RECORD
           END-STRING.
           PERFORM 7535-WRITE-REVAL-LINE.

           PERFORM VARYING RVX FROM 1 BY 1
               UNTIL RVX > WS-REVAL-COUNT
               MOVE WS-RV-ORIG (RVX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-ORIG-S
               MOVE WS-RV-OLD-RATE (RVX) TO WS-RATE-BUF
               MOVE FUNCTION TRIM (WS-RATE-BUF) TO WS-RVR-OLD-S
               MOVE WS-RV-NEW-RATE (RVX) TO WS-RATE-BUF
               MOVE FUNCTION TRIM (WS-RATE-BUF) TO WS-RVR-NEW-S
               MOVE WS-RV-CARRIED (RVX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-CARRIED-S
               MOVE WS-RV-REVALUED (RVX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-REVALUED-S
               MOVE WS-RV-GAINLOSS (RVX) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-GAINLOSS-S
               MOVE SPACES TO REVALRPT-RECORD
               STRING FUNCTION TRIM (WS-RV-ACCOUNT (RVX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-RV-CURRENCY (RVX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RVR-ORIG-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RVR-OLD-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RVR-NEW-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RVR-CARRIED-S) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RVR-REVALUED-S)
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RVR-GAINLOSS-S)
                       DELIMITED BY SIZE
                   INTO REVALRPT-RECORD
               END-STRING
               PERFORM 7535-WRITE-REVAL-LINE
           END-PERFORM.

           MOVE SPACES TO REVALRPT-RECORD.
           PERFORM 7535-WRITE-REVAL-LINE.

           MOVE WS-REVAL-SCANNED TO WS-COUNT-BUF.
           MOVE "STORE ROWS TO PERIOD END" TO WS-TMP-NAME.
           PERFORM 7537-WRITE-REVAL-COUNT.
           MOVE WS-REVAL-COUNT TO WS-COUNT-BUF.
           MOVE "BALANCES REVALUED" TO WS-TMP-NAME.
           PERFORM 7537-WRITE-REVAL-COUNT.

           MOVE WS-REVAL-TOT-GAIN TO WS-NUM-BUF.
           MOVE "UNREALIZED GAIN" TO WS-TMP-NAME.
           PERFORM 7538-WRITE-REVAL-AMOUNT.
           MOVE WS-REVAL-TOT-LOSS TO WS-NUM-BUF.
           MOVE "UNREALIZED LOSS" TO WS-TMP-NAME.
           PERFORM 7538-WRITE-REVAL-AMOUNT.
           COMPUTE WS-REVAL-NET = WS-REVAL-TOT-GAIN - WS-REVAL-TOT-LOSS.
           MOVE WS-REVAL-NET TO WS-NUM-BUF.
           MOVE "NET GAIN/LOSS" TO WS-TMP-NAME.
           PERFORM 7538-WRITE-REVAL-AMOUNT.

       7535-WRITE-REVAL-LINE.

           WRITE REVALRPT-RECORD.
           IF WS-REVALRPT-STATUS NOT = "00"
               DISPLAY "Warning: revaluation report write failed - "
                   "status " WS-REVALRPT-STATUS UPON SYSERR
           END-IF.

       7537-WRITE-REVAL-COUNT.

           MOVE SPACES TO REVALRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO REVALRPT-RECORD
           END-STRING.
           PERFORM 7535-WRITE-REVAL-LINE.

       7538-WRITE-REVAL-AMOUNT.

           MOVE SPACES TO REVALRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO REVALRPT-RECORD
           END-STRING.
           PERFORM 7535-WRITE-REVAL-LINE.

       7540-WRITE-REVAL-JOURNAL.

      *    WRITES THE PERIOD'S REVALUATION IN THE GL INTERFACE LAYOUT,
      *    SOURCE "V": TOTAL GAIN CREDITED TO THE GAIN GL, TOTAL LOSS
      *    DEBITED TO THE LOSS GL, AND THE NET OFFSET TO THE CLEARING
      *    ACCOUNT ON THE LIGHTER SIDE, ALL UNDER THE UNASSIGNED COST
      *    CENTER SINCE A BALANCE BELONGS TO NO DEPARTMENT. THE
      *    TRAILER CARRIES THE RECORD COUNT AND HASH TOTALS.

           MOVE 0 TO WS-JRNL-REC-COUNT.
           MOVE 0 TO WS-JRNL-TOT-DR.
           MOVE 0 TO WS-JRNL-TOT-CR.
           MOVE WS-REVAL-PERIOD TO WS-JD-PERIOD.
           MOVE "UNASSIGN" TO WS-JD-DEPT.
           MOVE "V" TO WS-JD-SOURCE.

           IF WS-REVAL-TOT-GAIN > 0
               MOVE WS-REVAL-GAIN-GL TO WS-JD-GLCODE
               MOVE "C" TO WS-JD-DRCR
               MOVE WS-REVAL-TOT-GAIN TO WS-JD-AMOUNT
               PERFORM 2062-WRITE-JOURNAL-DETAIL
               ADD WS-REVAL-TOT-GAIN TO WS-JRNL-TOT-CR
           END-IF.

           IF WS-REVAL-TOT-LOSS > 0
               MOVE WS-REVAL-LOSS-GL TO WS-JD-GLCODE
               MOVE "D" TO WS-JD-DRCR
               MOVE WS-REVAL-TOT-LOSS TO WS-JD-AMOUNT
               PERFORM 2062-WRITE-JOURNAL-DETAIL
               ADD WS-REVAL-TOT-LOSS TO WS-JRNL-TOT-DR
           END-IF.

           COMPUTE WS-REVAL-NET = WS-REVAL-TOT-GAIN - WS-REVAL-TOT-LOSS.
           IF WS-REVAL-NET NOT = 0
               MOVE WS-CLEARING-GL TO WS-JD-GLCODE
               IF WS-REVAL-NET > 0
                   MOVE "D" TO WS-JD-DRCR
                   MOVE WS-REVAL-NET TO WS-JD-AMOUNT
                   ADD WS-REVAL-NET TO WS-JRNL-TOT-DR
               ELSE
                   MOVE "C" TO WS-JD-DRCR
                   COMPUTE WS-JD-AMOUNT = 0 - WS-REVAL-NET
                   SUBTRACT WS-REVAL-NET FROM WS-JRNL-TOT-CR
               END-IF
               PERFORM 2062-WRITE-JOURNAL-DETAIL
           END-IF.

           MOVE SPACE TO WS-JD-SOURCE.

           MOVE WS-JRNL-REC-COUNT TO WS-JT-COUNT.
           MOVE WS-JRNL-TOT-DR TO WS-JT-DEBITS.
           MOVE WS-JRNL-TOT-CR TO WS-JT-CREDITS.
           MOVE WS-JRNL-TRAILER TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: journal trailer write failed - "
                   "status " WS-JOURNAL-STATUS UPON SYSERR
           END-IF.

       7550-APPEND-REVAL-HISTORY.

      *    ONE HISTORY LINE PER BALANCE, ZERO GAIN/LOSS INCLUDED, SO
      *    THE WHOLE PERIOD IS ON RECORD AS POSTED.

           MOVE WS-RV-ORIG (RVX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-ORIG-S.
           MOVE WS-RV-NEW-RATE (RVX) TO WS-RATE-BUF.
           MOVE FUNCTION TRIM (WS-RATE-BUF) TO WS-RVR-NEW-S.
           MOVE WS-RV-REVALUED (RVX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-REVALUED-S.
           MOVE WS-RV-GAINLOSS (RVX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-RVR-GAINLOSS-S.

           MOVE SPACES TO REVALHIST-RECORD.
           STRING FUNCTION TRIM (WS-REVAL-PERIOD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-RV-ACCOUNT (RVX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-RV-CURRENCY (RVX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-RVR-ORIG-S) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-RVR-NEW-S) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-RVR-REVALUED-S) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-RVR-GAINLOSS-S) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVALHIST-RECORD
           END-STRING.

           WRITE REVALHIST-RECORD.
           IF WS-REVALHIST-STATUS NOT = "00"
               DISPLAY "Revaluation history write failed - status "
                   WS-REVALHIST-STATUS " - no journal written for "
                   "period " FUNCTION TRIM (WS-REVAL-PERIOD)
                   "; remove its history lines before rerunning"
                   UPON SYSERR
               MOVE "Y" TO WS-REVAL-HIST-FAILED
               SET RVX TO WS-REVAL-COUNT
           END-IF.

      ******************************************************************
      * YEAREND DRIVER - FISCAL YEAR-END CLOSE. ONCE EVERY PERIOD OF   *
      * THE YEAR IS CLOSED, TOTALS THE YEAR'S INCOME AND EXPENSE PER   *
      * GL CODE AND COST CENTER FROM THE STORE AND POSTS CLOSING       *
      * ENTRIES THAT ZERO THEM INTO RETAINED EARNINGS, THEN ROLLS      *
      * EACH ACCOUNT'S CLOSING BALANCE INTO THE ACCOUNT MASTER AS ITS  *
      * NEW OPENING BALANCE THROUGH THE SAME VALIDATED UPDATE PATH     *
      * MAINT MODE USES. THE YEAR ITSELF IS MARKED CLOSED IN THE       *
      * PERIOD STATUS FILE, ONCE THE ACCOUNT MASTER HAS BEEN REWRITTEN,*
      * SO A SECOND RUN FOR IT IS REFUSED.                             *
      *                                                                *
      * INVOCATION: reportgen YEAREND <store> <fiscal-year>            *
      *                 <perstat.txt> <acctmaster.txt> <journal.txt>   *
      *                 <report.txt> [fiscalcal.txt] [catmaster.txt]   *
      *                 [retained-earnings-gl] [suspense-gl]           *
      *                 [auditlog.txt] [user-id]                       *
      ******************************************************************

       7600-YEAREND-DRIVER.

           IF WS-ARG-COUNT < 7
               DISPLAY "USAGE: reportgen YEAREND <store>"
                   " <fiscal-year> <perstat.txt> <acctmaster.txt>"
                   " <journal.txt> <report.txt> [fiscalcal.txt]"
                   " [catmaster.txt] [retained-earnings-gl]"
                   " [suspense-gl] [auditlog.txt] [user-id]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-YE-YEAR-ARG FROM ARGUMENT-VALUE.
           ACCEPT WS-PERSTAT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-ACCTMASTER-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JOURNAL-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CHGRPT-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-FISCAL-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-FISCAL-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-CATMASTER-PATH.
           IF WS-ARG-COUNT >= 9
               ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 10
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-YE-RE-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 11
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-SUSPENSE-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 12
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-MAINT-USER.
           ACCEPT WS-MAINT-USER FROM ENVIRONMENT "USER".
           IF WS-ARG-COUNT >= 13
               ACCEPT WS-MAINT-F1 FROM ARGUMENT-VALUE
               IF WS-MAINT-F1 NOT = SPACES
                   AND WS-MAINT-F1 NOT = "NONE"
                   MOVE WS-MAINT-F1 TO WS-MAINT-USER
               END-IF
           END-IF.
           IF WS-MAINT-USER = SPACES
               MOVE "UNKNOWN" TO WS-MAINT-USER
           END-IF.

      *    ONLY THE ACCOUNT MASTER (AND THE CATEGORY MASTER, READ FOR
      *    GL CODES) GO THROUGH THE MAINTENANCE LOADER HERE.

           MOVE SPACES TO WS-CATRULES-PATH.
           MOVE SPACES TO WS-LIMITS-PATH.
           MOVE SPACES TO WS-DEPTMASTER-PATH.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JOURNAL-PATH TO WS-AUDIT-OUTPUT-PATH.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE SPACES TO WS-MAINT-TS.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-NOW (9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (13:2) DELIMITED BY SIZE
               INTO WS-MAINT-TS
           END-STRING.

      *    THE YEAR ID GOES INTO THE PERIOD STATUS FILE ALONGSIDE THE
      *    PERIOD IDS, SO IT MUST LEAVE ROOM IN A 7-CHARACTER ID FOR
      *    THE HYPHEN AND PERIOD NUMBER THAT FOLLOW IT.

           MOVE FUNCTION TRIM (WS-YE-YEAR-ARG) TO WS-YE-YEAR-ARG.
           IF WS-YE-YEAR-ARG = SPACES
               OR WS-YE-YEAR-ARG (7:) NOT = SPACES
               DISPLAY "Invalid fiscal year: " WS-YE-YEAR-ARG
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YE-YEAR-ARG TO WS-YE-YEAR.
           MOVE 0 TO WS-YE-YEAR-LEN.
           INSPECT WS-YE-YEAR TALLYING WS-YE-YEAR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

      *    THE PERIOD STATUS FILE IS BOTH CHECKED AND REWRITTEN, SO A
      *    NAMED FILE THAT CANNOT BE READ FAILS THE RUN RATHER THAN
      *    LOSING EVERY PERIOD ALREADY CLOSED.

           MOVE "Y" TO WS-PERSTAT-REQUIRED.

           PERFORM 0071-LOAD-FISCAL.
           PERFORM 0167-LOAD-PERSTAT.

           IF WS-FISCAL-PATH NOT = SPACES
               AND WS-FISCAL-PATH NOT = "NONE"
               AND WS-FISCAL-LOADED = "N"
               DISPLAY "Fiscal calendar could not be loaded - "
                   "year-end close refused" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7605-YEAREND-PERIODS.
           IF RETURN-CODE = 1
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           IF WS-YE-PERIODS = 0
               DISPLAY "Fiscal year " FUNCTION TRIM (WS-YE-YEAR)
                   " has no periods in the fiscal calendar - "
                   "year-end close refused" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-YE-YEAR TO WS-PS-LOOKUP-ID.
           PERFORM 0187-PERIOD-IS-CLOSED.
           IF WS-PS-IS-CLOSED = "Y"
               DISPLAY "Fiscal year " FUNCTION TRIM (WS-YE-YEAR)
                   " has already been closed - year-end close "
                   "refused" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           IF WS-YE-OPEN-PERIODS > 0
               MOVE WS-YE-OPEN-PERIODS TO WS-COUNT-BUF
               DISPLAY "Fiscal year " FUNCTION TRIM (WS-YE-YEAR)
                   " has " FUNCTION TRIM (WS-COUNT-BUF)
                   " period(s) not closed - year-end close refused"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-YE-START TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "Y"
               MOVE WS-YE-END TO WS-DATE-S
               PERFORM 0111-VALIDATE-DATE
           END-IF.
           IF WS-DATE-VALID = "N"
               DISPLAY "Fiscal year " FUNCTION TRIM (WS-YE-YEAR)
                   " has an invalid start or end date in the fiscal "
                   "calendar" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0172-DATE-TO-INTEGER.
           COMPUTE WS-INT-DATE-IN = WS-INT-DATE-OUT + 1.
           PERFORM 0173-INTEGER-TO-DATE.
           MOVE WS-DATE-OUT TO WS-YE-NEXT-DATE.

           PERFORM 8005-LOAD-MAINT-MASTERS.

           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.
           MOVE 0 TO WS-YE-ROWS.
           PERFORM VARYING WS-YE-ACCT-HIT FROM 1 BY 1
               UNTIL WS-YE-ACCT-HIT > 500
               MOVE 0 TO WS-YE-ACCT-NET (WS-YE-ACCT-HIT)
               MOVE 0 TO WS-YE-ACCT-ROWS (WS-YE-ACCT-HIT)
           END-PERFORM.
           MOVE WS-YE-POST-PERIOD TO WS-CUR-PERIOD.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7610-YEAREND-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

      *    A CLOSE THAT LEFT SOME GL CODES OPEN WOULD STILL MARK THE
      *    YEAR CLOSED, SO A FULL JOURNAL TABLE STOPS THE RUN HERE.

           IF WS-JRNL-OVERFLOW-COUNT > 0
               DISPLAY "Too many GL code/cost center balances - "
                   "year-end close not run" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

      *    EVERY ROLLFORWARD GOES THROUGH THE ACCTMASTER EDITS BEFORE
      *    ANYTHING IS WRITTEN. A CLOSE THAT WOULD REJECT AN ACCOUNT
      *    IS REFUSED WHOLE, RATHER THAN CLOSING THE YEAR WITH THAT
      *    ACCOUNT'S BALANCE NEVER CARRIED FORWARD.

           MOVE 0 TO WS-YE-INVALID.
           PERFORM VARYING WS-YE-ACCT-HIT FROM 1 BY 1
               UNTIL WS-YE-ACCT-HIT > WS-ACCTMASTER-COUNT
               PERFORM 7615-CHECK-ROLL-ACCOUNT
           END-PERFORM.

           IF WS-YE-INVALID > 0
               MOVE WS-YE-INVALID TO WS-COUNT-BUF
               DISPLAY FUNCTION TRIM (WS-COUNT-BUF)
                   " account(s) would be rejected - year-end close "
                   "refused" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7425-NET-RECLASS-ROWS.
           PERFORM 2055-SORT-JOURNAL.

           OPEN OUTPUT CHGRPT-FILE.
           IF WS-CHGRPT-STATUS NOT = "00"
               DISPLAY "Cannot open change report: " WS-CHGRPT-PATH
                   " status " WS-CHGRPT-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Cannot open journal file: " WS-JOURNAL-PATH
                   " status " WS-JOURNAL-STATUS UPON SYSERR
               CLOSE CHGRPT-FILE
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

      *    THE YEAR'S STATUS ENTRY IS SET IN THE TABLE HERE BUT ONLY
      *    WRITTEN TO THE STATUS FILE ONCE THE ACCOUNT MASTER HAS BEEN
      *    REWRITTEN, SO A YEAR IS NEVER MARKED CLOSED WITH ITS
      *    BALANCES LEFT UNROLLED. A RERUN AFTER A FAILURE CANNOT ROLL
      *    AN ACCOUNT TWICE - ONE ALREADY ROLLED OPENS AFTER THE YEAR
      *    END AND IS SKIPPED.

           MOVE "N" TO WS-CLOSE-FOUND.
           PERFORM VARYING PSX FROM 1 BY 1
               UNTIL PSX > WS-PERSTAT-COUNT
               IF WS-PS-ID (PSX) = WS-YE-YEAR
                   MOVE "CLOSED" TO WS-PS-STATE (PSX)
                   MOVE "Y" TO WS-CLOSE-FOUND
               END-IF
           END-PERFORM.

           IF WS-CLOSE-FOUND = "N"
               IF WS-PERSTAT-COUNT >= 200
                   DISPLAY "Cannot close fiscal year "
                       FUNCTION TRIM (WS-YE-YEAR)
                       " - 200-entry period status table full"
                       UPON SYSERR
                   CLOSE JOURNAL-FILE
                   CLOSE CHGRPT-FILE
                   MOVE 1 TO RETURN-CODE
                   PERFORM 8060-WRITE-MAINT-AUDIT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERSTAT-COUNT
               MOVE WS-YE-YEAR TO WS-PS-ID (WS-PERSTAT-COUNT)
               MOVE "CLOSED" TO WS-PS-STATE (WS-PERSTAT-COUNT)
           END-IF.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING "YEAR-END CLOSE " DELIMITED BY SIZE
               FUNCTION TRIM (WS-YE-YEAR) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-YE-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-YE-END DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-MAINT-TS DELIMITED BY SIZE
               "  USER " DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-USER) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

           MOVE SPACES TO CHGRPT-RECORD.
           PERFORM 8028-WRITE-CHGRPT.

           PERFORM 7630-WRITE-CLOSING-JOURNAL.
           CLOSE JOURNAL-FILE.

           MOVE SPACES TO CHGRPT-RECORD.
           PERFORM 8028-WRITE-CHGRPT.

      *    8018 WALKS THE ACCOUNT TABLE WITH AX ITSELF, SO THE
      *    ROLLFORWARD LOOP RUNS ON ITS OWN SUBSCRIPT.

           MOVE 0 TO WS-YE-SKIPPED.
           PERFORM VARYING WS-YE-ACCT-HIT FROM 1 BY 1
               UNTIL WS-YE-ACCT-HIT > WS-ACCTMASTER-COUNT
               PERFORM 7620-ROLL-ACCOUNT
           END-PERFORM.

           MOVE 0 TO RETURN-CODE.
           PERFORM 8050-REWRITE-MASTERS.
           IF RETURN-CODE NOT = 1
               PERFORM 6010-REWRITE-PERSTAT
           END-IF.

      *    A FAILED REWRITE LEAVES THE YEAR OPEN, SO THE CLOSING
      *    JOURNAL IS EMPTIED - A RERUN WRITES IT AGAIN, AND POSTING
      *    THIS ONE AS WELL WOULD CLOSE THE YEAR TWICE IN THE LEDGER.

           IF RETURN-CODE = 1
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               MOVE SPACES TO CHGRPT-RECORD
               PERFORM 8028-WRITE-CHGRPT
               MOVE SPACES TO CHGRPT-RECORD
               STRING "YEAR NOT CLOSED - MASTER OR PERIOD STATUS "
                   DELIMITED BY SIZE
                   "REWRITE FAILED, CLOSING JOURNAL EMPTIED"
                   DELIMITED BY SIZE
                   INTO CHGRPT-RECORD
               END-STRING
               PERFORM 8028-WRITE-CHGRPT
               CLOSE CHGRPT-FILE
               DISPLAY "Fiscal year " FUNCTION TRIM (WS-YE-YEAR)
                   " not closed - rewrite failed, closing journal "
                   "emptied" UPON SYSERR
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7640-WRITE-YEAREND-TOTALS.
           CLOSE CHGRPT-FILE.

           COMPUTE WS-YE-NET = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
           MOVE WS-YE-NET TO WS-NUM-BUF.
           DISPLAY "Fiscal year " FUNCTION TRIM (WS-YE-YEAR)
               " closed - net " FUNCTION TRIM (WS-NUM-BUF)
               " to retained earnings GL "
               FUNCTION TRIM (WS-YE-RE-GL).
           MOVE WS-MAINT-APPLIED TO WS-COUNT-BUF.
           DISPLAY "Opening balances rolled forward to "
               WS-YE-NEXT-DATE " for "
               FUNCTION TRIM (WS-COUNT-BUF) " account(s)".

           PERFORM 8060-WRITE-MAINT-AUDIT.

      *    EVERY ROLLFORWARD PASSED THE EDITS ABOVE, SO A REJECTION
      *    HERE IS UNEXPECTED; IT STILL SHOWS AS RETURN CODE 2.

           IF WS-MAINT-REJECTED > 0
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       7605-YEAREND-PERIODS.

      *    FINDS THE PERIODS THAT MAKE UP THE YEAR AND THE DATE RANGE
      *    THEY COVER. WITH A FISCAL CALENDAR THEY ARE THE PERIODS
      *    WHOSE ID IS THE YEAR FOLLOWED BY A HYPHEN (2026-01,
      *    FY26-01, ...); WITHOUT ONE THE YEAR IS A CALENDAR YEAR OF
      *    TWELVE YYYY-MM PERIODS. EACH ONE THE STATUS FILE DOES NOT
      *    MARK CLOSED IS LISTED. THE CLOSING ENTRIES POST TO THE
      *    PERIOD THAT ENDS LAST.

           MOVE 0 TO WS-YE-PERIODS.
           MOVE 0 TO WS-YE-OPEN-PERIODS.
           MOVE SPACES TO WS-YE-START.
           MOVE SPACES TO WS-YE-END.
           MOVE SPACES TO WS-YE-POST-PERIOD.

           IF WS-FISCAL-LOADED = "Y"
               PERFORM VARYING HX FROM 1 BY 1
                   UNTIL HX > WS-FISCAL-COUNT
                   IF WS-FC-ID (HX) (1:WS-YE-YEAR-LEN)
                           = WS-YE-YEAR (1:WS-YE-YEAR-LEN)
                       AND WS-FC-ID (HX) (WS-YE-YEAR-LEN + 1:1) = "-"
                       ADD 1 TO WS-YE-PERIODS
                       IF WS-YE-START = SPACES
                           OR WS-FC-START (HX) < WS-YE-START
                           MOVE WS-FC-START (HX) TO WS-YE-START
                       END-IF
                       IF WS-FC-END (HX) > WS-YE-END
                           MOVE WS-FC-END (HX) TO WS-YE-END
                           MOVE WS-FC-ID (HX) TO WS-YE-POST-PERIOD
                       END-IF
                       MOVE WS-FC-ID (HX) TO WS-PS-LOOKUP-ID
                       PERFORM 7607-CHECK-YEAREND-PERIOD
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           IF WS-YE-YEAR-LEN NOT = 4
               OR WS-YE-YEAR (1:4) IS NOT NUMERIC
               DISPLAY "Invalid fiscal year: "
                   FUNCTION TRIM (WS-YE-YEAR)
                   " - expected YYYY without a fiscal calendar"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-YE-MM FROM 1 BY 1 UNTIL WS-YE-MM > 12
               MOVE SPACES TO WS-PS-LOOKUP-ID
               STRING WS-YE-YEAR (1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-YE-MM DELIMITED BY SIZE
                   INTO WS-PS-LOOKUP-ID
               END-STRING
               ADD 1 TO WS-YE-PERIODS
               PERFORM 7607-CHECK-YEAREND-PERIOD
           END-PERFORM.

           STRING WS-YE-YEAR (1:4) DELIMITED BY SIZE
               "-01-01" DELIMITED BY SIZE
               INTO WS-YE-START
           END-STRING.
           STRING WS-YE-YEAR (1:4) DELIMITED BY SIZE
               "-12-31" DELIMITED BY SIZE
               INTO WS-YE-END
           END-STRING.
           STRING WS-YE-YEAR (1:4) DELIMITED BY SIZE
               "-12" DELIMITED BY SIZE
               INTO WS-YE-POST-PERIOD
           END-STRING.

       7607-CHECK-YEAREND-PERIOD.

           PERFORM 0187-PERIOD-IS-CLOSED.
           IF WS-PS-IS-CLOSED = "N"
               ADD 1 TO WS-YE-OPEN-PERIODS
               DISPLAY "Period " FUNCTION TRIM (WS-PS-LOOKUP-ID)
                   " is not closed" UPON SYSERR
           END-IF.

       7610-YEAREND-RECORD.

      *    ONE STORE ROW. EVERY ROW UP TO THE YEAR END COUNTS TOWARD
      *    ITS ACCOUNT'S CLOSING BALANCE FROM THE ACCOUNT'S OPENING
      *    DATE ON; ROWS INSIDE THE YEAR ALSO FEED THE CLOSING
      *    ENTRIES.

           IF TS-DATE > WS-YE-END
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-YE-ACCT-HIT.
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > WS-ACCTMASTER-COUNT
               IF FUNCTION UPPER-CASE (WS-AM-NAME (AX)) = TS-ACCOUNT
                   SET WS-YE-ACCT-HIT TO AX
               END-IF
           END-PERFORM.

           IF WS-YE-ACCT-HIT > 0
               IF TS-DATE >= WS-AM-OPENDATE (WS-YE-ACCT-HIT)
                   ADD TS-AMOUNT TO WS-YE-ACCT-NET (WS-YE-ACCT-HIT)
                   ADD 1 TO WS-YE-ACCT-ROWS (WS-YE-ACCT-HIT)
               END-IF
           END-IF.

           IF TS-DATE < WS-YE-START
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-YE-ROWS.

           IF TS-DEPT = SPACES
               MOVE "UNASSIGN" TO WS-DEPT-CODE
           ELSE
               MOVE TS-DEPT TO WS-DEPT-CODE
           END-IF.

      *    A SPLIT ROW IS CLOSED LEG BY LEG, OUT OF THE GL EACH LEG
      *    POSTED TO, FOR THE LEG'S AMOUNT NET OF ITS TAX.

           IF TS-CAT-SOURCE = "S"
               AND TS-LEG-COUNT IS NUMERIC
               AND TS-LEG-COUNT > 0
               PERFORM VARYING WS-YE-LX FROM 1 BY 1
                   UNTIL WS-YE-LX > TS-LEG-COUNT
                   MOVE TS-LEG-GL (WS-YE-LX) TO WS-YE-GL
                   MOVE TS-LEG-AMT (WS-YE-LX) TO WS-YE-BASE
                   PERFORM 7612-POST-YEAREND-CLOSE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

      *    A PENDING RECLASS MEANS RECAT'S JOURNAL ALREADY MOVED THE
      *    AMOUNT TO THE RECLASS GL, SO THAT IS THE GL HOLDING IT.

           EVALUATE TRUE
               WHEN TS-RECLASS-GL NOT = SPACES
                   MOVE TS-RECLASS-GL TO WS-YE-GL
               WHEN TS-GLCODE NOT = SPACES
                   MOVE TS-GLCODE TO WS-YE-GL
               WHEN OTHER
                   MOVE TS-CATEGORY TO WS-GL-LOOKUP-NAME
                   PERFORM 0146-LOOKUP-GLCODE
                   IF WS-GL-MAPPED = "Y"
                       MOVE WS-GL-CODE-OUT TO WS-YE-GL
                   ELSE
                       MOVE WS-SUSPENSE-GL TO WS-YE-GL
                   END-IF
           END-EVALUATE.

           MOVE TS-AMOUNT TO WS-YE-BASE.
           IF TS-TAX-AMOUNT IS NUMERIC
               SUBTRACT TS-TAX-AMOUNT FROM WS-YE-BASE
           END-IF.
           PERFORM 7612-POST-YEAREND-CLOSE.

       7612-POST-YEAREND-CLOSE.

      *    WS-YE-BASE IS WHAT GL WS-YE-GL CARRIES FOR THE ROW - THE
      *    ROW OR LEG LESS ANY TAX SPLIT OUT TO THE TAX GL CODES, WHICH
      *    ARE BALANCES AND STAY OPEN. INCOME WAS CREDITED, SO IT IS
      *    CLOSED BY A DEBIT TO ITS GL AND A CREDIT TO RETAINED
      *    EARNINGS; EXPENSE IS THE MIRROR IMAGE.

           IF WS-YE-BASE > 0
               ADD WS-YE-BASE TO WS-TOTAL-INCOME
               MOVE WS-YE-GL TO WS-GL-CODE-OUT
               MOVE WS-YE-BASE TO WS-RECAT-DR
               MOVE 0 TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
               MOVE WS-YE-RE-GL TO WS-GL-CODE-OUT
               MOVE 0 TO WS-RECAT-DR
               MOVE WS-YE-BASE TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
           END-IF.
           IF WS-YE-BASE < 0
               COMPUTE WS-RECAT-AMT = 0 - WS-YE-BASE
               ADD WS-RECAT-AMT TO WS-TOTAL-EXPENSE
               MOVE WS-YE-GL TO WS-GL-CODE-OUT
               MOVE 0 TO WS-RECAT-DR
               MOVE WS-RECAT-AMT TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
               MOVE WS-YE-RE-GL TO WS-GL-CODE-OUT
               MOVE WS-RECAT-AMT TO WS-RECAT-DR
               MOVE 0 TO WS-RECAT-CR
               PERFORM 7420-ADD-RECLASS-ROW
           END-IF.

       7620-ROLL-ACCOUNT.

      *    AN ACCOUNT OPENED AFTER THE YEAR END - INCLUDING ONE THIS
      *    CLOSE ALREADY ROLLED - HAS NOTHING TO CARRY. OTHERWISE ITS
      *    CLOSING BALANCE, THE OPENING BALANCE PLUS EVERY STORE ROW
      *    FROM THE OPENING DATE TO THE YEAR END, BECOMES ITS OPENING
      *    BALANCE AS AT THE DAY AFTER THE YEAR END. IT IS APPLIED AS
      *    AN ACCTMASTER CHANGE SO IT IS VALIDATED AND REPORTED
      *    EXACTLY AS A MAINT UPDATE WOULD BE.

           IF WS-AM-OPENDATE (WS-YE-ACCT-HIT) > WS-YE-END
               ADD 1 TO WS-YE-SKIPPED
               MOVE SPACES TO CHGRPT-RECORD
               STRING "SKIPPED|ACCTMASTER|CHANGE|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AM-NAME (WS-YE-ACCT-HIT))
                       DELIMITED BY SIZE
                   "|opening date after year end" DELIMITED BY SIZE
                   INTO CHGRPT-RECORD
               END-STRING
               PERFORM 8028-WRITE-CHGRPT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7618-SET-ROLL-CHANGE.
           PERFORM 8018-MAINT-ACCTMASTER.

       7615-CHECK-ROLL-ACCOUNT.

      *    PUTS ONE ACCOUNT'S ROLLFORWARD THROUGH THE ACCTMASTER EDITS
      *    WITHOUT APPLYING IT. AN ACCOUNT 7620 WOULD SKIP IS NOT
      *    CHECKED.

           IF WS-AM-OPENDATE (WS-YE-ACCT-HIT) > WS-YE-END
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7618-SET-ROLL-CHANGE.
           PERFORM 8021-EDIT-ACCT-FIELDS.
           IF WS-MAINT-REASON NOT = SPACES
               ADD 1 TO WS-YE-INVALID
               DISPLAY "Account "
                   FUNCTION TRIM (WS-AM-NAME (WS-YE-ACCT-HIT))
                   " cannot be rolled forward - "
                   FUNCTION TRIM (WS-MAINT-REASON) UPON SYSERR
           END-IF.

       7618-SET-ROLL-CHANGE.

      *    THE ACCTMASTER CHANGE THAT ROLLS ONE ACCOUNT FORWARD.

           COMPUTE WS-YE-CLOSING = WS-AM-OPENBAL (WS-YE-ACCT-HIT)
               + WS-YE-ACCT-NET (WS-YE-ACCT-HIT).
           MOVE WS-YE-CLOSING TO WS-NUM-BUF.

           MOVE "ACCTMASTER" TO WS-MAINT-MASTER.
           MOVE "CHANGE" TO WS-MAINT-ACTION.
           MOVE WS-AM-NAME (WS-YE-ACCT-HIT) TO WS-MAINT-F1.
           MOVE WS-AM-NUMBER (WS-YE-ACCT-HIT) TO WS-MAINT-F2.
           MOVE WS-AM-TYPE (WS-YE-ACCT-HIT) TO WS-MAINT-F3.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-MAINT-F4.
           MOVE WS-YE-NEXT-DATE TO WS-MAINT-F5.
           MOVE WS-AM-ACTIVE (WS-YE-ACCT-HIT) TO WS-MAINT-F6.
           MOVE SPACES TO WS-MAINT-REASON.

       7630-WRITE-CLOSING-JOURNAL.

      *    WRITES THE NETTED CLOSING ENTRIES IN THE GL INTERFACE
      *    LAYOUT, SOURCE "Y", ALL IN THE YEAR'S LAST PERIOD, WITH A
      *    CLOSED LINE ON THE CHANGE REPORT FOR EACH. EVERY ROW
      *    POSTED AN EQUAL DEBIT AND CREDIT, SO NO CLEARING ENTRY IS
      *    NEEDED; THE TRAILER CARRIES THE USUAL HASH TOTALS.

           MOVE 0 TO WS-JRNL-REC-COUNT.
           MOVE 0 TO WS-JRNL-TOT-DR.
           MOVE 0 TO WS-JRNL-TOT-CR.
           MOVE 0 TO WS-YE-ENTRIES.
           MOVE "Y" TO WS-JD-SOURCE.

           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-JRNL-COUNT
               IF WS-JR-EXPENSE (JX) NOT = 0
                   MOVE "D" TO WS-YE-DRCR
                   MOVE WS-JR-EXPENSE (JX) TO WS-YE-CLOSING
                   PERFORM 7635-WRITE-CLOSING-ENTRY
                   ADD WS-JR-EXPENSE (JX) TO WS-JRNL-TOT-DR
               END-IF
               IF WS-JR-INCOME (JX) NOT = 0
                   MOVE "C" TO WS-YE-DRCR
                   MOVE WS-JR-INCOME (JX) TO WS-YE-CLOSING
                   PERFORM 7635-WRITE-CLOSING-ENTRY
                   ADD WS-JR-INCOME (JX) TO WS-JRNL-TOT-CR
               END-IF
           END-PERFORM.

           MOVE WS-JRNL-REC-COUNT TO WS-JT-COUNT.
           MOVE WS-JRNL-TOT-DR TO WS-JT-DEBITS.
           MOVE WS-JRNL-TOT-CR TO WS-JT-CREDITS.
           MOVE WS-JRNL-TRAILER TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: journal trailer write failed - "
                   "status " WS-JOURNAL-STATUS UPON SYSERR
           END-IF.

       7635-WRITE-CLOSING-ENTRY.

           MOVE WS-JR-PERIOD (JX) TO WS-JD-PERIOD.
           MOVE WS-JR-GLCODE (JX) TO WS-JD-GLCODE.
           MOVE WS-JR-DEPT (JX) TO WS-JD-DEPT.
           MOVE WS-YE-DRCR TO WS-JD-DRCR.
           MOVE WS-YE-CLOSING TO WS-JD-AMOUNT.
           PERFORM 2062-WRITE-JOURNAL-DETAIL.
           ADD 1 TO WS-YE-ENTRIES.

           MOVE WS-YE-CLOSING TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-YE-AMT-S.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "CLOSED|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JR-PERIOD (JX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JR-GLCODE (JX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JR-DEPT (JX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-YE-DRCR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-YE-AMT-S) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

       7640-WRITE-YEAREND-TOTALS.

           MOVE SPACES TO CHGRPT-RECORD.
           PERFORM 8028-WRITE-CHGRPT.

           MOVE WS-YE-PERIODS TO WS-COUNT-BUF.
           MOVE "PERIODS IN YEAR" TO WS-TMP-NAME.
           PERFORM 7642-WRITE-YEAREND-COUNT.
           MOVE WS-YE-ROWS TO WS-COUNT-BUF.
           MOVE "STORE ROWS IN YEAR" TO WS-TMP-NAME.
           PERFORM 7642-WRITE-YEAREND-COUNT.
           MOVE WS-TOTAL-INCOME TO WS-NUM-BUF.
           MOVE "INCOME CLOSED" TO WS-TMP-NAME.
           PERFORM 7644-WRITE-YEAREND-AMOUNT.
           MOVE WS-TOTAL-EXPENSE TO WS-NUM-BUF.
           MOVE "EXPENSE CLOSED" TO WS-TMP-NAME.
           PERFORM 7644-WRITE-YEAREND-AMOUNT.
           COMPUTE WS-YE-NET = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
           MOVE WS-YE-NET TO WS-NUM-BUF.
           MOVE "NET TO RETAINED EARNINGS" TO WS-TMP-NAME.
           PERFORM 7644-WRITE-YEAREND-AMOUNT.
           MOVE WS-YE-ENTRIES TO WS-COUNT-BUF.
           MOVE "CLOSING ENTRIES" TO WS-TMP-NAME.
           PERFORM 7642-WRITE-YEAREND-COUNT.
           MOVE WS-MAINT-APPLIED TO WS-COUNT-BUF.
           MOVE "ACCOUNTS ROLLED FORWARD" TO WS-TMP-NAME.
           PERFORM 7642-WRITE-YEAREND-COUNT.
           MOVE WS-MAINT-REJECTED TO WS-COUNT-BUF.
           MOVE "ACCOUNTS REJECTED" TO WS-TMP-NAME.
           PERFORM 7642-WRITE-YEAREND-COUNT.
           MOVE WS-YE-SKIPPED TO WS-COUNT-BUF.
           MOVE "ACCOUNTS OPENED AFTER YEAR END" TO WS-TMP-NAME.
           PERFORM 7642-WRITE-YEAREND-COUNT.

       7642-WRITE-YEAREND-COUNT.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

       7644-WRITE-YEAREND-AMOUNT.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

      ******************************************************************
      * BALANCE DRIVER - AS-OF-DATE BALANCE SHEET AND CASH POSITION    *
      * ACROSS EVERY ACTIVE ACCOUNT IN THE ACCOUNT MASTER, WORKED OUT  *
      * FROM EACH ACCOUNT'S OPENING BALANCE AND THE TRANSACTION STORE, *
      * GROUPED BY ACCOUNT TYPE, WITH THE MOVEMENT SINCE THE SAME DATE *
      * LAST MONTH AND A FLAG ON ACCOUNTS WHOSE FEED HAS GONE QUIET.   *
      *                                                                *
      * INVOCATION: reportgen BALANCE <store> <as-of-date>             *
      *                 <acctmaster.txt> <output.json> <report.txt>    *
      *                 [stale-days] [auditlog.txt]                    *
      ******************************************************************

       7700-BALANCE-DRIVER.

           IF WS-ARG-COUNT < 6
               DISPLAY "USAGE: reportgen BALANCE <store> <as-of-date>"
                   " <acctmaster.txt> <output.json> <report.txt>"
                   " [stale-days] [auditlog.txt]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-BAL-ASOF-ARG FROM ARGUMENT-VALUE.
           ACCEPT WS-ACCTMASTER-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JSON-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-STMT-PATH FROM ARGUMENT-VALUE.

           IF WS-ARG-COUNT >= 7
               ACCEPT WS-BAL-STALE-ARG FROM ARGUMENT-VALUE
               IF WS-BAL-STALE-ARG NOT = SPACES
                   AND WS-BAL-STALE-ARG NOT = "NONE"
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-BAL-STALE-ARG))
                   IF WS-NUMVAL-POS NOT = 0
                       DISPLAY "Non-numeric stale-days "
                           FUNCTION TRIM (WS-BAL-STALE-ARG) UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-BAL-STALE-DAYS = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-BAL-STALE-ARG))
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JSON-PATH TO WS-AUDIT-OUTPUT-PATH.

           MOVE FUNCTION TRIM (WS-BAL-ASOF-ARG) TO WS-BAL-ASOF-ARG.
           MOVE WS-BAL-ASOF-ARG TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               OR WS-BAL-ASOF-ARG (11:) NOT = SPACES
               DISPLAY "Invalid as-of date: "
                   FUNCTION TRIM (WS-BAL-ASOF-ARG) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-S TO WS-BAL-ASOF.
           PERFORM 0172-DATE-TO-INTEGER.
           MOVE WS-INT-DATE-OUT TO WS-BAL-ASOF-INT.

      *    THE COMPARISON DATE IS THE SAME DAY OF THE PREVIOUS MONTH,
      *    PULLED BACK TO THAT MONTH'S LAST DAY WHEN IT IS SHORTER
      *    (03-31 COMPARES WITH 02-28).

           MOVE WS-BAL-ASOF (1:4) TO WS-PER-YYYY.
           MOVE WS-BAL-ASOF (6:2) TO WS-PER-MM.
           IF WS-PER-MM = 1
               MOVE 12 TO WS-PER-MM
               SUBTRACT 1 FROM WS-PER-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PER-MM
           END-IF.
           PERFORM 1035-MONTH-LASTDAY.
           MOVE SPACES TO WS-BAL-PRIOR-DATE.
           STRING WS-PER-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PER-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INTO WS-BAL-PRIOR-DATE
           END-STRING.
           IF WS-BAL-ASOF (9:2) > WS-PER-LASTDAY
               MOVE WS-PER-LASTDAY TO WS-BAL-PRIOR-DATE (9:2)
           ELSE
               MOVE WS-BAL-ASOF (9:2) TO WS-BAL-PRIOR-DATE (9:2)
           END-IF.

           PERFORM 0069-LOAD-ACCTMASTER.

           IF WS-ACCTMASTER-COUNT = 0
               DISPLAY "No accounts in the account master - "
                   "nothing to report" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-BAL-HIT FROM 1 BY 1
               UNTIL WS-BAL-HIT > WS-ACCTMASTER-COUNT
               MOVE WS-AM-OPENBAL (WS-BAL-HIT)
                   TO WS-BL-BAL (WS-BAL-HIT)
               MOVE WS-AM-OPENBAL (WS-BAL-HIT)
                   TO WS-BL-PRIOR (WS-BAL-HIT)
               MOVE SPACES TO WS-BL-LAST (WS-BAL-HIT)
               MOVE 0 TO WS-BL-DAYS (WS-BAL-HIT)
               MOVE "N" TO WS-BL-STALE (WS-BAL-HIT)
           END-PERFORM.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7710-BALANCE-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

           OPEN OUTPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Cannot open balance report: " WS-STMT-PATH
                   " status " WS-STMT-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           MOVE 0 TO WS-PAGE-NUM.
           MOVE 999 TO WS-PRINT-LINE-COUNT.

           MOVE SPACES TO WS-JSON.
           MOVE 1 TO WS-JSON-PTR.
           MOVE WS-BAL-STALE-DAYS TO WS-COUNT-BUF.
           STRING '{"asOfDate":"' DELIMITED BY SIZE
               WS-BAL-ASOF DELIMITED BY SIZE
               '","comparedWith":"' DELIMITED BY SIZE
               WS-BAL-PRIOR-DATE DELIMITED BY SIZE
               '","generatedDate":"' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '","staleAfterDays":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               ',"accountTypes":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE 0 TO WS-BAL-CASH.
           MOVE 0 TO WS-BAL-CASH-PRIOR.
           MOVE 0 TO WS-BAL-CARD.
           MOVE 0 TO WS-BAL-CARD-PRIOR.
           MOVE "Y" TO WS-BAL-FIRST-GROUP.

           MOVE "CHECKING" TO WS-BAL-TYPE.
           PERFORM 7720-BALANCE-GROUP.
           MOVE "SAVINGS" TO WS-BAL-TYPE.
           PERFORM 7720-BALANCE-GROUP.
           MOVE "CARD" TO WS-BAL-TYPE.
           PERFORM 7720-BALANCE-GROUP.
           MOVE "OTHER" TO WS-BAL-TYPE.
           PERFORM 7720-BALANCE-GROUP.

           COMPUTE WS-BAL-NET = WS-BAL-CASH - WS-BAL-CARD.
           COMPUTE WS-BAL-NET-PRIOR =
               WS-BAL-CASH-PRIOR - WS-BAL-CARD-PRIOR.

           PERFORM 7750-WRITE-BALANCE-TOTALS.
           CLOSE STMT-FILE.

           MOVE 0 TO RETURN-CODE.
           PERFORM 7760-WRITE-BALANCE-JSON.

           IF WS-BAL-STALE-COUNT > 0
               MOVE WS-BAL-STALE-COUNT TO WS-COUNT-BUF
               MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-TMP-NAME
               MOVE WS-BAL-STALE-DAYS TO WS-COUNT-BUF
               DISPLAY "Warning: " FUNCTION TRIM (WS-TMP-NAME)
                   " account(s) with no store activity in the last "
                   FUNCTION TRIM (WS-COUNT-BUF) " days"
                   UPON SYSERR
           END-IF.

           MOVE WS-BAL-NET TO WS-NUM-BUF.
           DISPLAY "Net position as of " WS-BAL-ASOF ": "
               FUNCTION TRIM (WS-NUM-BUF).

      *    THE AUDIT LINE CARRIES THE ACCOUNT COUNT WITH TOTAL CASH
      *    AND TOTAL CARD LIABILITY IN THE INCOME AND EXPENSE COLUMNS.

           MOVE WS-BAL-ACCOUNTS TO WS-TX-COUNT.
           MOVE WS-BAL-CASH TO WS-TOTAL-INCOME.
           MOVE WS-BAL-CARD TO WS-TOTAL-EXPENSE.
           IF RETURN-CODE = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

       7710-BALANCE-RECORD.

      *    ONE STORE ROW, MATCHED TO ITS ACCOUNT MASTER ENTRY. A ROW ON
      *    OR AFTER THE OPENING DATE MOVES THE BALANCE ON FROM THE
      *    OPENING BALANCE. A ROW BEFORE IT IS ALREADY INSIDE THE
      *    OPENING BALANCE, SO FOR A DATE EARLIER THAN THE OPENING
      *    DATE (A YEAR ALREADY ROLLED FORWARD) THE ROWS IN BETWEEN
      *    ARE BACKED OUT INSTEAD.

           MOVE 0 TO WS-BAL-HIT.
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > WS-ACCTMASTER-COUNT
               IF FUNCTION UPPER-CASE (WS-AM-NAME (AX)) = TS-ACCOUNT
                   SET WS-BAL-HIT TO AX
               END-IF
           END-PERFORM.

           IF WS-BAL-HIT = 0
               ADD 1 TO WS-BAL-UNMATCHED
               EXIT PARAGRAPH
           END-IF.

           IF WS-AM-ACTIVE (WS-BAL-HIT) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF TS-DATE >= WS-AM-OPENDATE (WS-BAL-HIT)
               IF TS-DATE <= WS-BAL-ASOF
                   ADD TS-AMOUNT TO WS-BL-BAL (WS-BAL-HIT)
               END-IF
               IF TS-DATE <= WS-BAL-PRIOR-DATE
                   ADD TS-AMOUNT TO WS-BL-PRIOR (WS-BAL-HIT)
               END-IF
           ELSE
               IF TS-DATE > WS-BAL-ASOF
                   SUBTRACT TS-AMOUNT FROM WS-BL-BAL (WS-BAL-HIT)
               END-IF
               IF TS-DATE > WS-BAL-PRIOR-DATE
                   SUBTRACT TS-AMOUNT FROM WS-BL-PRIOR (WS-BAL-HIT)
               END-IF
           END-IF.

           IF TS-DATE <= WS-BAL-ASOF
               AND TS-DATE > WS-BL-LAST (WS-BAL-HIT)
               MOVE TS-DATE TO WS-BL-LAST (WS-BAL-HIT)
           END-IF.

       7720-BALANCE-GROUP.

      *    ONE ACCOUNT TYPE: ITS ACCOUNTS, THEN ITS SUBTOTAL, ON THE
      *    PAGE AND IN THE JSON. CHECKING AND SAVINGS ARE CASH; CARD
      *    IS A LIABILITY, SHOWN WITH THE SIGN FLIPPED SO A CARD WITH
      *    CHARGES ON IT SHOWS THE AMOUNT OWED. ANY OTHER TYPE IS
      *    LISTED UNDER OTHER AND KEPT OUT OF BOTH TOTALS.

           MOVE 0 TO WS-BAL-GROUP-COUNT.
           PERFORM VARYING WS-BAL-HIT FROM 1 BY 1
               UNTIL WS-BAL-HIT > WS-ACCTMASTER-COUNT
               PERFORM 7725-ACCOUNT-IN-GROUP
               IF WS-BAL-IN-GROUP = "Y"
                   ADD 1 TO WS-BAL-GROUP-COUNT
               END-IF
           END-PERFORM.

           IF WS-BAL-GROUP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-BAL-TYPE = "CARD"
               MOVE -1 TO WS-BAL-SIGN
           ELSE
               MOVE 1 TO WS-BAL-SIGN
           END-IF.
           MOVE 0 TO WS-BAL-SUB.
           MOVE 0 TO WS-BAL-SUB-PRIOR.

           EVALUATE WS-BAL-TYPE
               WHEN "CARD"
                   MOVE "CARD - LIABILITY (AMOUNT OWED)"
                       TO WS-PRINT-LINE
                   MOVE "liability" TO WS-TMP-NAME
               WHEN "OTHER"
                   MOVE "OTHER - NOT IN CASH OR CARD TOTALS"
                       TO WS-PRINT-LINE
                   MOVE "other" TO WS-TMP-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING FUNCTION TRIM (WS-BAL-TYPE)
                           DELIMITED BY SIZE
                       " - CASH" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   MOVE "cash" TO WS-TMP-NAME
           END-EVALUATE.
           PERFORM 7740-PRINT-BALANCE-LINE.
           MOVE WS-PRL-BAL-HEADING TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.

           IF WS-BAL-FIRST-GROUP = "N"
               STRING "," DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.
           MOVE "N" TO WS-BAL-FIRST-GROUP.
           STRING '{"type":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-BAL-TYPE) DELIMITED BY SIZE
               '","class":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-TMP-NAME) DELIMITED BY SIZE
               '","accounts":[' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE "Y" TO WS-PC-FIRST.
           PERFORM VARYING WS-BAL-HIT FROM 1 BY 1
               UNTIL WS-BAL-HIT > WS-ACCTMASTER-COUNT
               PERFORM 7725-ACCOUNT-IN-GROUP
               IF WS-BAL-IN-GROUP = "Y"
                   PERFORM 7730-BALANCE-ACCOUNT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-TMP-NAME.
           STRING "  TOTAL " DELIMITED BY SIZE
               FUNCTION TRIM (WS-BAL-TYPE) DELIMITED BY SIZE
               INTO WS-TMP-NAME
           END-STRING.
           MOVE WS-BAL-SUB TO WS-BAL-SHOWN.
           MOVE WS-BAL-SUB-PRIOR TO WS-BAL-SHOWN-PRIOR.
           PERFORM 7735-PRINT-BALANCE-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.

           MOVE WS-BAL-SUB TO WS-NUM-BUF.
           STRING '],"subtotal":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"priorSubtotal":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-SUB-PRIOR TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           EVALUATE WS-BAL-TYPE
               WHEN "CHECKING"
               WHEN "SAVINGS"
                   ADD WS-BAL-SUB TO WS-BAL-CASH
                   ADD WS-BAL-SUB-PRIOR TO WS-BAL-CASH-PRIOR
               WHEN "CARD"
                   ADD WS-BAL-SUB TO WS-BAL-CARD
                   ADD WS-BAL-SUB-PRIOR TO WS-BAL-CARD-PRIOR
           END-EVALUATE.

       7725-ACCOUNT-IN-GROUP.

           MOVE "N" TO WS-BAL-IN-GROUP.
           IF WS-AM-ACTIVE (WS-BAL-HIT) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-AM-TYPE (WS-BAL-HIT)
               WHEN "CHECKING"
               WHEN "SAVINGS"
               WHEN "CARD"
                   IF WS-AM-TYPE (WS-BAL-HIT) = WS-BAL-TYPE
                       MOVE "Y" TO WS-BAL-IN-GROUP
                   END-IF
               WHEN OTHER
                   IF WS-BAL-TYPE = "OTHER"
                       MOVE "Y" TO WS-BAL-IN-GROUP
                   END-IF
           END-EVALUATE.

       7730-BALANCE-ACCOUNT.

      *    AN ACCOUNT IS STALE WHEN ITS LATEST STORE ROW UP TO THE
      *    AS-OF DATE IS MORE THAN THE STALE-DAYS LIMIT OLD, OR WHEN
      *    IT HAS NO STORE ROWS AT ALL.

           ADD 1 TO WS-BAL-ACCOUNTS.
           COMPUTE WS-BAL-SHOWN = WS-BL-BAL (WS-BAL-HIT) * WS-BAL-SIGN.
           COMPUTE WS-BAL-SHOWN-PRIOR =
               WS-BL-PRIOR (WS-BAL-HIT) * WS-BAL-SIGN.
           ADD WS-BAL-SHOWN TO WS-BAL-SUB.
           ADD WS-BAL-SHOWN-PRIOR TO WS-BAL-SUB-PRIOR.

           IF WS-BL-LAST (WS-BAL-HIT) = SPACES
               MOVE "Y" TO WS-BL-STALE (WS-BAL-HIT)
           ELSE
               MOVE WS-BL-LAST (WS-BAL-HIT) TO WS-DATE-S
               PERFORM 0172-DATE-TO-INTEGER
               COMPUTE WS-BL-DAYS (WS-BAL-HIT) =
                   WS-BAL-ASOF-INT - WS-INT-DATE-OUT
               IF WS-BL-DAYS (WS-BAL-HIT) > WS-BAL-STALE-DAYS
                   MOVE "Y" TO WS-BL-STALE (WS-BAL-HIT)
               END-IF
           END-IF.
           IF WS-BL-STALE (WS-BAL-HIT) = "Y"
               ADD 1 TO WS-BAL-STALE-COUNT
           END-IF.

           MOVE SPACES TO WS-PRL-BAL.
           MOVE WS-AM-NAME (WS-BAL-HIT) TO WS-PRL-BAL-NAME.
           MOVE WS-AM-NUMBER (WS-BAL-HIT) TO WS-PRL-BAL-NUMBER.
           MOVE WS-BAL-SHOWN TO WS-PRL-BAL-AMT.
           MOVE WS-BAL-SHOWN-PRIOR TO WS-PRL-BAL-PRIOR.
           COMPUTE WS-PRL-BAL-CHG = WS-BAL-SHOWN - WS-BAL-SHOWN-PRIOR.
           IF WS-BL-LAST (WS-BAL-HIT) = SPACES
               MOVE "NONE" TO WS-PRL-BAL-LAST
               MOVE "NO ACTIVITY" TO WS-PRL-BAL-FLAG
           ELSE
               MOVE WS-BL-LAST (WS-BAL-HIT) TO WS-PRL-BAL-LAST
               MOVE WS-BL-DAYS (WS-BAL-HIT) TO WS-PRL-BAL-DAYS
               IF WS-BL-STALE (WS-BAL-HIT) = "Y"
                   MOVE "STALE" TO WS-PRL-BAL-FLAG
               END-IF
           END-IF.
           MOVE WS-PRL-BAL TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.

           IF WS-PC-FIRST = "N"
               STRING "," DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.
           MOVE "N" TO WS-PC-FIRST.

           MOVE WS-BAL-SHOWN TO WS-NUM-BUF.
           STRING '{"account":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-AM-NAME (WS-BAL-HIT))
                   DELIMITED BY SIZE
               '","number":"' DELIMITED BY SIZE
               FUNCTION TRIM (WS-AM-NUMBER (WS-BAL-HIT))
                   DELIMITED BY SIZE
               '","balance":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"priorBalance":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE WS-BAL-SHOWN-PRIOR TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"change":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           COMPUTE WS-NET = WS-BAL-SHOWN - WS-BAL-SHOWN-PRIOR.
           MOVE WS-NET TO WS-NUM-BUF.
           STRING FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               ',"lastActivity":' DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           IF WS-BL-LAST (WS-BAL-HIT) = SPACES
               STRING 'null,"daysSinceActivity":null'
                       DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               MOVE WS-BL-DAYS (WS-BAL-HIT) TO WS-COUNT-BUF
               STRING '"' DELIMITED BY SIZE
                   WS-BL-LAST (WS-BAL-HIT) DELIMITED BY SIZE
                   '","daysSinceActivity":' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

           IF WS-BL-STALE (WS-BAL-HIT) = "Y"
               STRING ',"stale":true}' DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING ',"stale":false}' DELIMITED BY SIZE
                   INTO WS-JSON
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

       7735-PRINT-BALANCE-TOTAL.

      *    PRINTS A TOTAL LINE CAPTIONED WS-TMP-NAME FOR THE AMOUNTS
      *    IN WS-BAL-SHOWN AND WS-BAL-SHOWN-PRIOR.

           MOVE SPACES TO WS-PRL-BAL.
           MOVE WS-TMP-NAME TO WS-PRL-BAL-NAME.
           MOVE WS-BAL-SHOWN TO WS-PRL-BAL-AMT.
           MOVE WS-BAL-SHOWN-PRIOR TO WS-PRL-BAL-PRIOR.
           COMPUTE WS-PRL-BAL-CHG = WS-BAL-SHOWN - WS-BAL-SHOWN-PRIOR.
           MOVE WS-PRL-BAL TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.

       7740-PRINT-BALANCE-LINE.

      *    THE BALANCE REPORT'S COUNTERPART OF 2081-PRINT-LINE, WITH
      *    ITS OWN PAGE HEADER.

           IF WS-PRINT-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM 7745-PRINT-BALANCE-HEADER
           END-IF.

           MOVE WS-PRINT-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Warning: balance report write failed - "
                   "status " WS-STMT-STATUS UPON SYSERR
           END-IF.
           ADD 1 TO WS-PRINT-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.

       7745-PRINT-BALANCE-HEADER.

           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-S.

           MOVE SPACES TO STMT-RECORD.
           STRING "ENCORE LEDGER BALANCE POSITION" DELIMITED BY SIZE
               "          AS OF " DELIMITED BY SIZE
               WS-BAL-ASOF DELIMITED BY SIZE
               "          COMPARED WITH " DELIMITED BY SIZE
               WS-BAL-PRIOR-DATE DELIMITED BY SIZE
               INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.

           MOVE WS-BAL-STALE-DAYS TO WS-COUNT-BUF.
           MOVE SPACES TO STMT-RECORD.
           STRING "STALE AFTER " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               "          RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "          PAGE " DELIMITED BY SIZE
               FUNCTION TRIM (WS-PAGE-NUM-S) DELIMITED BY SIZE
               INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.

           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.

           MOVE 3 TO WS-PRINT-LINE-COUNT.

       7750-WRITE-BALANCE-TOTALS.

           MOVE "POSITION" TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.
           MOVE WS-PRL-BAL-HEADING TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.

           MOVE "  TOTAL CASH" TO WS-TMP-NAME.
           MOVE WS-BAL-CASH TO WS-BAL-SHOWN.
           MOVE WS-BAL-CASH-PRIOR TO WS-BAL-SHOWN-PRIOR.
           PERFORM 7735-PRINT-BALANCE-TOTAL.

           MOVE "  TOTAL CARD LIABILITY" TO WS-TMP-NAME.
           MOVE WS-BAL-CARD TO WS-BAL-SHOWN.
           MOVE WS-BAL-CARD-PRIOR TO WS-BAL-SHOWN-PRIOR.
           PERFORM 7735-PRINT-BALANCE-TOTAL.

           MOVE "  NET POSITION" TO WS-TMP-NAME.
           MOVE WS-BAL-NET TO WS-BAL-SHOWN.
           MOVE WS-BAL-NET-PRIOR TO WS-BAL-SHOWN-PRIOR.
           PERFORM 7735-PRINT-BALANCE-TOTAL.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7740-PRINT-BALANCE-LINE.

           MOVE WS-BAL-ACCOUNTS TO WS-COUNT-BUF.
           STRING "ACTIVE ACCOUNTS REPORTED            "
                   DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 7740-PRINT-BALANCE-LINE.

           MOVE WS-BAL-STALE-COUNT TO WS-COUNT-BUF.
           STRING "STALE OR NO ACTIVITY                "
                   DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 7740-PRINT-BALANCE-LINE.

           MOVE WS-BAL-UNMATCHED TO WS-COUNT-BUF.
           STRING "STORE ROWS FOR ACCOUNTS NOT ON FILE "
                   DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 7740-PRINT-BALANCE-LINE.

       7760-WRITE-BALANCE-JSON.

           MOVE WS-BAL-CASH TO WS-NUM-BUF.
           STRING '],"totalCash":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-CASH-PRIOR TO WS-NUM-BUF.
           STRING ',"priorTotalCash":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-CARD TO WS-NUM-BUF.
           STRING ',"totalCardLiability":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-CARD-PRIOR TO WS-NUM-BUF.
           STRING ',"priorTotalCardLiability":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-NET TO WS-NUM-BUF.
           STRING ',"netPosition":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-NET-PRIOR TO WS-NUM-BUF.
           STRING ',"priorNetPosition":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-STALE-COUNT TO WS-COUNT-BUF.
           STRING ',"staleAccounts":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.
           MOVE WS-BAL-UNMATCHED TO WS-COUNT-BUF.
           STRING ',"unmatchedStoreRows":' DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "}" DELIMITED BY SIZE
               INTO WS-JSON
               WITH POINTER WS-JSON-PTR
           END-STRING.

           IF WS-JSON-PTR > 65535
               DISPLAY "JSON output exceeds the 65535-byte WS-JSON "
                   "buffer and was truncated - increase "
                   "WS-JSON/JSON-RECORD capacity" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT JSON-FILE.
           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Cannot open JSON output: "
                   WS-JSON-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JSON TO JSON-RECORD.
           WRITE JSON-RECORD.
           IF WS-JSON-STATUS NOT = "00"
               DISPLAY "Write JSON failed: " WS-JSON-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE JSON-FILE.

      ******************************************************************
      * ANOMALY DRIVER - SCREENS THE STORE ROWS OF A DATE RANGE FOR    *
      * UNUSUAL TRANSACTIONS. A PROFILE OF EVERY RESOLVED PAYEE, EVERY *
      * CATEGORY AND EVERY ACCOUNT IS BUILT FROM THE TRAILING WINDOW   *
      * OF DAYS BEFORE THE RANGE; EACH ROW IN THE RANGE IS THEN SCORED *
      * AGAINST THEM, AND THE EXCEPTIONS ARE WRITTEN MOST SEVERE FIRST *
      * WITH THE REASON AND THE BASELINE THEY WERE MEASURED AGAINST.   *
      * ANY HIGH-SEVERITY EXCEPTION SETS RETURN CODE 2.                *
      *                                                                *
      * INVOCATION: reportgen ANOMALY <store> <from-date> <to-date>    *
      *                 <report.txt> [window-days] [threshold]         *
      *                 [auditlog.txt]                                 *
      ******************************************************************

       7800-ANOMALY-DRIVER.

           IF WS-ARG-COUNT < 5
               DISPLAY "USAGE: reportgen ANOMALY <store> <from-date>"
                   " <to-date> <report.txt> [window-days]"
                   " [threshold] [auditlog.txt]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.

           ACCEPT WS-AN-DATE-ARG FROM ARGUMENT-VALUE.
           MOVE FUNCTION TRIM (WS-AN-DATE-ARG) TO WS-AN-DATE-ARG.
           MOVE WS-AN-DATE-ARG TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               OR WS-AN-DATE-ARG (11:) NOT = SPACES
               DISPLAY "Invalid from-date: "
                   FUNCTION TRIM (WS-AN-DATE-ARG) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-S TO WS-AN-FROM.

           ACCEPT WS-AN-DATE-ARG FROM ARGUMENT-VALUE.
           MOVE FUNCTION TRIM (WS-AN-DATE-ARG) TO WS-AN-DATE-ARG.
           MOVE WS-AN-DATE-ARG TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               OR WS-AN-DATE-ARG (11:) NOT = SPACES
               DISPLAY "Invalid to-date: "
                   FUNCTION TRIM (WS-AN-DATE-ARG) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-S TO WS-AN-TO.

           IF WS-AN-TO < WS-AN-FROM
               DISPLAY "To-date " WS-AN-TO " is before from-date "
                   WS-AN-FROM UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-ANOMRPT-PATH FROM ARGUMENT-VALUE.

           IF WS-ARG-COUNT >= 6
               ACCEPT WS-AN-WINDOW-ARG FROM ARGUMENT-VALUE
               IF WS-AN-WINDOW-ARG NOT = SPACES
                   AND WS-AN-WINDOW-ARG NOT = "NONE"
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-AN-WINDOW-ARG))
                   IF WS-NUMVAL-POS NOT = 0
                       OR FUNCTION NUMVAL (WS-AN-WINDOW-ARG) < 1
                       DISPLAY "Invalid window-days "
                           FUNCTION TRIM (WS-AN-WINDOW-ARG)
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-AN-WINDOW-DAYS = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-AN-WINDOW-ARG))
               END-IF
           END-IF.

           IF WS-ARG-COUNT >= 7
               ACCEPT WS-AN-THRESH-ARG FROM ARGUMENT-VALUE
               IF WS-AN-THRESH-ARG NOT = SPACES
                   AND WS-AN-THRESH-ARG NOT = "NONE"
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-AN-THRESH-ARG))
                   IF WS-NUMVAL-POS NOT = 0
                       OR FUNCTION NUMVAL (WS-AN-THRESH-ARG) <= 0
                       DISPLAY "Invalid threshold "
                           FUNCTION TRIM (WS-AN-THRESH-ARG)
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-AN-THRESHOLD = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-AN-THRESH-ARG))
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-ANOMRPT-PATH TO WS-AUDIT-OUTPUT-PATH.

      *    THE BASELINE IS THE WINDOW-DAYS DAYS ENDING THE DAY BEFORE
      *    THE FROM-DATE.

           MOVE WS-AN-FROM TO WS-DATE-S.
           PERFORM 0172-DATE-TO-INTEGER.
           MOVE WS-INT-DATE-OUT TO WS-AN-FROM-INT.
           COMPUTE WS-INT-DATE-IN = WS-AN-FROM-INT - WS-AN-WINDOW-DAYS.
           PERFORM 0173-INTEGER-TO-DATE.
           MOVE WS-DATE-OUT TO WS-AN-BASE-START.
           COMPUTE WS-INT-DATE-IN = WS-AN-FROM-INT - 1.
           PERFORM 0173-INTEGER-TO-DATE.
           MOVE WS-DATE-OUT TO WS-AN-BASE-END.

           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.

      *    FIRST PASS: THE PROFILES, PLUS A COUNT OF WEEKEND AND
      *    MONTH-END ROWS PER ACCOUNT INSIDE THE RANGE SO THE SCORING
      *    PASS KNOWS WHETHER THEY CLUSTER.

           PERFORM 7805-OPEN-ANOMALY-STORE.
           IF RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7810-PROFILE-RECORD
               END-READ
           END-PERFORM.
           CLOSE TXSTORE-FILE.
           MOVE WS-AN-PAYEE-COUNT TO WS-AN-PAYEES-BASE.

      *    SECOND PASS: SCORE THE ROWS OF THE RANGE.

           PERFORM 7805-OPEN-ANOMALY-STORE.
           IF RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7820-SCORE-RECORD
               END-READ
           END-PERFORM.
           CLOSE TXSTORE-FILE.

           OPEN OUTPUT ANOMRPT-FILE.
           IF WS-ANOMRPT-STATUS NOT = "00"
               DISPLAY "Cannot open exception report: "
                   WS-ANOMRPT-PATH " status " WS-ANOMRPT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           COMPUTE WS-AN-N = WS-AN-EXC-COUNT + WS-AN-EXC-DROPPED.
           PERFORM 7850-WRITE-ANOMALY-REPORT.
           CLOSE ANOMRPT-FILE.

           MOVE WS-AN-SCORED TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-TMP-NAME.
           MOVE WS-AN-N TO WS-COUNT-BUF.
           DISPLAY "Screened " FUNCTION TRIM (WS-TMP-NAME)
               " row(s) from " WS-AN-FROM " to " WS-AN-TO ": "
               FUNCTION TRIM (WS-COUNT-BUF) " exception(s)".
           IF WS-AN-HIGH-COUNT > 0
               MOVE WS-AN-HIGH-COUNT TO WS-COUNT-BUF
               DISPLAY "Warning: " FUNCTION TRIM (WS-COUNT-BUF)
                   " high-severity exception(s) - see "
                   FUNCTION TRIM (WS-ANOMRPT-PATH) UPON SYSERR
           END-IF.

      *    THE AUDIT LINE CARRIES THE ROWS SCORED AND THEIR INCOME
      *    AND EXPENSE; ANY EXCEPTION MAKES THE RESULT "ALERTED" AS
      *    A LIMIT BREACH DOES, AND A HIGH-SEVERITY ONE IS RC 2 AS A
      *    FAIL-SEVERITY BREACH IS.

           MOVE WS-AN-SCORED TO WS-TX-COUNT.
           IF WS-AN-N > 0
               MOVE "ALERTED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

           IF WS-AN-HIGH-COUNT > 0
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       7805-OPEN-ANOMALY-STORE.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

       7810-PROFILE-RECORD.

           IF TS-DATE < WS-AN-BASE-START OR TS-DATE > WS-AN-TO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7812-ROW-CALENDAR.
           PERFORM 7814-FIND-ACCOUNT.

           IF TS-DATE >= WS-AN-FROM
               IF WS-AN-ACX > 0
                   IF WS-AN-WEEKEND = "Y"
                       ADD 1 TO WS-AN-AC-WKEND-R (WS-AN-ACX)
                   END-IF
                   IF WS-AN-MONTHEND = "Y"
                       ADD 1 TO WS-AN-AC-MEND-R (WS-AN-ACX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AN-BASE-ROWS.

           IF WS-AN-ACX > 0
               ADD 1 TO WS-AN-AC-N (WS-AN-ACX)
               IF WS-AN-WEEKEND = "Y"
                   ADD 1 TO WS-AN-AC-WKEND (WS-AN-ACX)
               END-IF
               IF WS-AN-MONTHEND = "Y"
                   ADD 1 TO WS-AN-AC-MEND (WS-AN-ACX)
               END-IF
           END-IF.

      *    A PAYEE THAT NEVER HAD TWO CHARGES IN ONE CALENDAR MONTH
      *    IS TREATED AS BILLING ONCE PER CYCLE.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (TS-PAYEE))
               TO WS-AN-PAYEE.
           IF WS-AN-PAYEE NOT = SPACES
               PERFORM 7816-FIND-PAYEE
               IF WS-AN-PX = 0
                   PERFORM 7815-ADD-PAYEE
               END-IF
           ELSE
               MOVE 0 TO WS-AN-PX
           END-IF.

           IF WS-AN-PX > 0
               ADD 1 TO WS-AN-PY-N (WS-AN-PX)
               ADD TS-AMOUNT TO WS-AN-PY-SUM (WS-AN-PX)
               COMPUTE WS-AN-PY-SUMSQ (WS-AN-PX) =
                   WS-AN-PY-SUMSQ (WS-AN-PX) + TS-AMOUNT * TS-AMOUNT
               ADD WS-AN-DAY TO WS-AN-PY-DAYSUM (WS-AN-PX)
               IF WS-AN-PY-LASTMON (WS-AN-PX) NOT = WS-AN-MONTH
                   ADD 1 TO WS-AN-PY-MONTHS (WS-AN-PX)
                   MOVE WS-AN-MONTH TO WS-AN-PY-LASTMON (WS-AN-PX)
                   MOVE 1 TO WS-AN-PY-MONCNT (WS-AN-PX)
               ELSE
                   ADD 1 TO WS-AN-PY-MONCNT (WS-AN-PX)
                   MOVE "Y" TO WS-AN-PY-MULTI (WS-AN-PX)
               END-IF
           END-IF.

           IF TS-CATEGORY NOT = SPACES
               PERFORM 7818-FIND-CATEGORY
               IF WS-AN-CX = 0
                   PERFORM 7819-ADD-CATEGORY
               END-IF
               IF WS-AN-CX > 0
                   ADD 1 TO WS-AN-CT-N (WS-AN-CX)
                   ADD TS-AMOUNT TO WS-AN-CT-SUM (WS-AN-CX)
                   COMPUTE WS-AN-CT-SUMSQ (WS-AN-CX) =
                       WS-AN-CT-SUMSQ (WS-AN-CX)
                       + TS-AMOUNT * TS-AMOUNT
               END-IF
           END-IF.

       7812-ROW-CALENDAR.

      *    DAY OF MONTH, MONTH, AND WHETHER THE ROW FALLS ON A WEEKEND
      *    OR IN THE LAST THREE DAYS OF ITS MONTH. INTEGER DAY 1
      *    (1601-01-01) WAS A MONDAY, SO MOD 7 GIVES 6 ON A SATURDAY
      *    AND 0 ON A SUNDAY.

           MOVE TS-DATE (1:7) TO WS-AN-MONTH.
           MOVE TS-DATE (9:2) TO WS-AN-DAY.
           MOVE TS-DATE TO WS-DATE-S.
           PERFORM 0172-DATE-TO-INTEGER.
           COMPUTE WS-AN-DOW = FUNCTION MOD (WS-INT-DATE-OUT, 7).
           IF WS-AN-DOW = 0 OR WS-AN-DOW = 6
               MOVE "Y" TO WS-AN-WEEKEND
           ELSE
               MOVE "N" TO WS-AN-WEEKEND
           END-IF.

           MOVE TS-DATE (1:4) TO WS-PER-YYYY.
           MOVE TS-DATE (6:2) TO WS-PER-MM.
           PERFORM 1035-MONTH-LASTDAY.
           IF WS-AN-DAY + 2 >= WS-PER-LASTDAY
               MOVE "Y" TO WS-AN-MONTHEND
           ELSE
               MOVE "N" TO WS-AN-MONTHEND
           END-IF.

       7814-FIND-ACCOUNT.

           MOVE 0 TO WS-AN-ACX.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-ACCT-COUNT OR WS-AN-ACX > 0
               IF WS-AN-AC-NAME (WS-AN-I) = TS-ACCOUNT
                   MOVE WS-AN-I TO WS-AN-ACX
               END-IF
           END-PERFORM.

           IF WS-AN-ACX > 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-AN-ACCT-COUNT >= 500
               IF WS-AN-ACCT-FULL = "N"
                   DISPLAY "Warning: account profile dropped - "
                       "500-entry table full" UPON SYSERR
                   MOVE "Y" TO WS-AN-ACCT-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AN-ACCT-COUNT.
           MOVE WS-AN-ACCT-COUNT TO WS-AN-ACX.
           MOVE TS-ACCOUNT TO WS-AN-AC-NAME (WS-AN-ACX).
           MOVE 0 TO WS-AN-AC-N (WS-AN-ACX).
           MOVE 0 TO WS-AN-AC-WKEND (WS-AN-ACX).
           MOVE 0 TO WS-AN-AC-MEND (WS-AN-ACX).
           MOVE 0 TO WS-AN-AC-WKEND-R (WS-AN-ACX).
           MOVE 0 TO WS-AN-AC-MEND-R (WS-AN-ACX).

       7815-ADD-PAYEE.

      *    A FULL PAYEE TABLE DURING THE PROFILE PASS TURNS OFF THE
      *    FIRST-TIME PAYEE TEST, SINCE A PAYEE MISSING FROM THE TABLE
      *    CAN NO LONGER BE TAKEN AS NEW.

           IF WS-AN-PAYEE-COUNT >= 3000
               IF WS-AN-PAYEE-FULL = "N"
                   DISPLAY "Warning: payee profile dropped - "
                       "3000-entry table full, first-time payees are "
                       "no longer flagged" UPON SYSERR
                   MOVE "Y" TO WS-AN-PAYEE-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AN-PAYEE-COUNT.
           MOVE WS-AN-PAYEE-COUNT TO WS-AN-PX.
           MOVE WS-AN-PAYEE TO WS-AN-PY-NAME (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-N (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-SUM (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-SUMSQ (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-DAYSUM (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-MONTHS (WS-AN-PX).
           MOVE SPACES TO WS-AN-PY-LASTMON (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-MONCNT (WS-AN-PX).
           MOVE "N" TO WS-AN-PY-MULTI (WS-AN-PX).
           MOVE SPACES TO WS-AN-PY-RLASTMON (WS-AN-PX).
           MOVE 0 TO WS-AN-PY-RCNT (WS-AN-PX).

       7816-FIND-PAYEE.

           MOVE 0 TO WS-AN-PX.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-PAYEE-COUNT OR WS-AN-PX > 0
               IF WS-AN-PY-NAME (WS-AN-I) = WS-AN-PAYEE
                   MOVE WS-AN-I TO WS-AN-PX
               END-IF
           END-PERFORM.

       7818-FIND-CATEGORY.

           MOVE 0 TO WS-AN-CX.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-CAT-COUNT OR WS-AN-CX > 0
               IF WS-AN-CT-NAME (WS-AN-I) = TS-CATEGORY
                   MOVE WS-AN-I TO WS-AN-CX
               END-IF
           END-PERFORM.

       7819-ADD-CATEGORY.

           IF WS-AN-CAT-COUNT >= 1000
               IF WS-AN-CAT-FULL = "N"
                   DISPLAY "Warning: category profile dropped - "
                       "1000-entry table full" UPON SYSERR
                   MOVE "Y" TO WS-AN-CAT-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AN-CAT-COUNT.
           MOVE WS-AN-CAT-COUNT TO WS-AN-CX.
           MOVE TS-CATEGORY TO WS-AN-CT-NAME (WS-AN-CX).
           MOVE 0 TO WS-AN-CT-N (WS-AN-CX).
           MOVE 0 TO WS-AN-CT-SUM (WS-AN-CX).
           MOVE 0 TO WS-AN-CT-SUMSQ (WS-AN-CX).

       7820-SCORE-RECORD.

           IF TS-DATE < WS-AN-FROM OR TS-DATE > WS-AN-TO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AN-SCORED.
           IF TS-AMOUNT > 0
               ADD TS-AMOUNT TO WS-TOTAL-INCOME
           ELSE
               SUBTRACT TS-AMOUNT FROM WS-TOTAL-EXPENSE
           END-IF.

           PERFORM 7812-ROW-CALENDAR.
           PERFORM 7814-FIND-ACCOUNT.

      *    FIRST-TIME PAYEE: NOTHING FROM THIS PAYEE IN THE WINDOW.
      *    IT IS ADDED TO THE TABLE (WITH NO HISTORY) SO ONLY ITS
      *    FIRST ROW IN THE RANGE IS FLAGGED.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (TS-PAYEE))
               TO WS-AN-PAYEE.
           MOVE 0 TO WS-AN-PX.
           IF WS-AN-PAYEE NOT = SPACES
               PERFORM 7816-FIND-PAYEE
               IF WS-AN-PX = 0 AND WS-AN-PAYEE-FULL = "N"
                   MOVE "NEW-PAYEE" TO WS-AN-REASON
                   MOVE 2 TO WS-AN-RANK
                   MOVE 0 TO WS-AN-Z
                   MOVE WS-AN-WINDOW-DAYS TO WS-COUNT-BUF
                   MOVE SPACES TO WS-AN-BASELINE
                   STRING "NO ROWS FROM THIS PAYEE IN THE PRIOR "
                           DELIMITED BY SIZE
                       FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO WS-AN-BASELINE
                   END-STRING
                   PERFORM 7840-ADD-EXCEPTION
                   PERFORM 7815-ADD-PAYEE
               END-IF
           END-IF.

      *    AMOUNT: AGAINST THE PAYEE'S HISTORY WHEN IT HAS ENOUGH,
      *    OTHERWISE AGAINST THE CATEGORY'S.

           IF WS-AN-PX > 0
               AND WS-AN-PY-N (WS-AN-PX) >= WS-AN-MIN-HISTORY
               MOVE WS-AN-PY-N (WS-AN-PX) TO WS-AN-N
               MOVE WS-AN-PY-SUM (WS-AN-PX) TO WS-AN-SUM
               MOVE WS-AN-PY-SUMSQ (WS-AN-PX) TO WS-AN-SUMSQ
               PERFORM 7830-AMOUNT-TEST
               IF WS-AN-RANK > 0
                   MOVE "AMOUNT" TO WS-AN-REASON
                   MOVE WS-AN-PY-N (WS-AN-PX) TO WS-COUNT-BUF
                   COMPUTE WS-AN-DAY ROUNDED =
                       WS-AN-PY-DAYSUM (WS-AN-PX)
                       / WS-AN-PY-N (WS-AN-PX)
                   MOVE SPACES TO WS-AN-BASELINE
                   STRING "PAYEE AVG " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AN-MEAN-S) DELIMITED BY SIZE
                       " SPREAD " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AN-SPREAD-S)
                           DELIMITED BY SIZE
                       " OVER " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                       " ROWS, USUALLY DAY " DELIMITED BY SIZE
                       WS-AN-DAY DELIMITED BY SIZE
                       INTO WS-AN-BASELINE
                   END-STRING
                   PERFORM 7840-ADD-EXCEPTION
               END-IF
           ELSE
               MOVE 0 TO WS-AN-CX
               IF TS-CATEGORY NOT = SPACES
                   PERFORM 7818-FIND-CATEGORY
               END-IF
               IF WS-AN-CX > 0
                   AND WS-AN-CT-N (WS-AN-CX) >= WS-AN-MIN-HISTORY
                   MOVE WS-AN-CT-N (WS-AN-CX) TO WS-AN-N
                   MOVE WS-AN-CT-SUM (WS-AN-CX) TO WS-AN-SUM
                   MOVE WS-AN-CT-SUMSQ (WS-AN-CX) TO WS-AN-SUMSQ
                   PERFORM 7830-AMOUNT-TEST
                   IF WS-AN-RANK > 0
                       MOVE "CATEGORY-AMT" TO WS-AN-REASON
                       MOVE WS-AN-CT-N (WS-AN-CX) TO WS-COUNT-BUF
                       MOVE SPACES TO WS-AN-BASELINE
                       STRING "CATEGORY AVG " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-AN-MEAN-S)
                               DELIMITED BY SIZE
                           " SPREAD " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-AN-SPREAD-S)
                               DELIMITED BY SIZE
                           " OVER " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-COUNT-BUF)
                               DELIMITED BY SIZE
                           " ROWS" DELIMITED BY SIZE
                           INTO WS-AN-BASELINE
                       END-STRING
                       PERFORM 7840-ADD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    REPEAT CHARGE: A SECOND ROW IN ONE CALENDAR MONTH FROM A
      *    PAYEE THAT BILLED ONCE A MONTH THROUGHOUT THE WINDOW. A
      *    CHARGE ALREADY IN THE WINDOW FOR THE FROM-DATE'S MONTH
      *    COUNTS AS THE FIRST.

           IF WS-AN-PX > 0
               IF WS-AN-PY-RLASTMON (WS-AN-PX) NOT = WS-AN-MONTH
                   MOVE WS-AN-MONTH TO WS-AN-PY-RLASTMON (WS-AN-PX)
                   IF WS-AN-PY-LASTMON (WS-AN-PX) = WS-AN-MONTH
                       MOVE WS-AN-PY-MONCNT (WS-AN-PX)
                           TO WS-AN-PY-RCNT (WS-AN-PX)
                   ELSE
                       MOVE 0 TO WS-AN-PY-RCNT (WS-AN-PX)
                   END-IF
               END-IF
               ADD 1 TO WS-AN-PY-RCNT (WS-AN-PX)
               IF WS-AN-PY-RCNT (WS-AN-PX) > 1
                   AND WS-AN-PY-MONTHS (WS-AN-PX) >= WS-AN-MIN-HISTORY
                   AND WS-AN-PY-MULTI (WS-AN-PX) = "N"
                   MOVE "REPEAT-CYCLE" TO WS-AN-REASON
                   MOVE 3 TO WS-AN-RANK
                   MOVE 0 TO WS-AN-Z
                   MOVE WS-AN-PY-MONTHS (WS-AN-PX) TO WS-COUNT-BUF
                   MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-AN-MEAN-S
                   MOVE WS-AN-PY-RCNT (WS-AN-PX) TO WS-COUNT-BUF
                   MOVE SPACES TO WS-AN-BASELINE
                   STRING "ONE CHARGE A MONTH IN " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AN-MEAN-S) DELIMITED BY SIZE
                       " MONTHS, THIS IS CHARGE " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                       " IN " DELIMITED BY SIZE
                       WS-AN-MONTH DELIMITED BY SIZE
                       INTO WS-AN-BASELINE
                   END-STRING
                   PERFORM 7840-ADD-EXCEPTION
               END-IF
           END-IF.

      *    CLUSTERING: TWO OR MORE WEEKEND (OR MONTH-END) ROWS IN THE
      *    RANGE ON AN ACCOUNT WITH A REAL HISTORY AND NONE AT ALL IN
      *    THE WINDOW. EACH SUCH ROW IS LISTED.

           IF WS-AN-ACX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AN-AC-N (WS-AN-ACX) < WS-AN-MIN-ACCT-ROWS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AN-AC-N (WS-AN-ACX) TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-AN-MEAN-S.

           IF WS-AN-WEEKEND = "Y"
               AND WS-AN-AC-WKEND (WS-AN-ACX) = 0
               AND WS-AN-AC-WKEND-R (WS-AN-ACX) > 1
               MOVE "WEEKEND" TO WS-AN-REASON
               MOVE 1 TO WS-AN-RANK
               MOVE 0 TO WS-AN-Z
               MOVE WS-AN-AC-WKEND-R (WS-AN-ACX) TO WS-COUNT-BUF
               MOVE SPACES TO WS-AN-BASELINE
               STRING "NO WEEKEND ROWS IN " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-MEAN-S) DELIMITED BY SIZE
                   " ON THE ACCOUNT, " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   " IN RANGE" DELIMITED BY SIZE
                   INTO WS-AN-BASELINE
               END-STRING
               PERFORM 7840-ADD-EXCEPTION
           END-IF.

           IF WS-AN-MONTHEND = "Y"
               AND WS-AN-AC-MEND (WS-AN-ACX) = 0
               AND WS-AN-AC-MEND-R (WS-AN-ACX) > 1
               MOVE "MONTH-END" TO WS-AN-REASON
               MOVE 1 TO WS-AN-RANK
               MOVE 0 TO WS-AN-Z
               MOVE WS-AN-AC-MEND-R (WS-AN-ACX) TO WS-COUNT-BUF
               MOVE SPACES TO WS-AN-BASELINE
               STRING "NO MONTH-END ROWS IN " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-MEAN-S) DELIMITED BY SIZE
                   " ON THE ACCOUNT, " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   " IN RANGE" DELIMITED BY SIZE
                   INTO WS-AN-BASELINE
               END-STRING
               PERFORM 7840-ADD-EXCEPTION
           END-IF.

       7830-AMOUNT-TEST.

      *    MEAN AND STANDARD DEVIATION FROM WS-AN-N, WS-AN-SUM AND
      *    WS-AN-SUMSQ. A PAYEE BILLING THE SAME AMOUNT EVERY TIME HAS
      *    NO SPREAD AT ALL, SO THE SPREAD IS NEVER TAKEN AS LESS THAN
      *    A TENTH OF THE TYPICAL AMOUNT, NOR LESS THAN 1.00. A ROW
      *    MORE THAN THRESHOLD SPREADS FROM THE MEAN IS MEDIUM, MORE
      *    THAN TWICE THAT IS HIGH; THE DISTANCE IS THE RANKING SCORE.

           COMPUTE WS-AN-MEAN ROUNDED = WS-AN-SUM / WS-AN-N.
           COMPUTE WS-AN-VAR ROUNDED =
               WS-AN-SUMSQ / WS-AN-N - WS-AN-MEAN * WS-AN-MEAN.
           IF WS-AN-VAR < 0
               MOVE 0 TO WS-AN-VAR
           END-IF.
           COMPUTE WS-AN-SPREAD ROUNDED = FUNCTION SQRT (WS-AN-VAR).

           IF WS-AN-MEAN < 0
               COMPUTE WS-AN-FLOOR ROUNDED = (0 - WS-AN-MEAN) / 10
           ELSE
               COMPUTE WS-AN-FLOOR ROUNDED = WS-AN-MEAN / 10
           END-IF.
           IF WS-AN-SPREAD < WS-AN-FLOOR
               MOVE WS-AN-FLOOR TO WS-AN-SPREAD
           END-IF.
           IF WS-AN-SPREAD < 1
               MOVE 1 TO WS-AN-SPREAD
           END-IF.

           COMPUTE WS-AN-DEV = TS-AMOUNT - WS-AN-MEAN.
           IF WS-AN-DEV < 0
               COMPUTE WS-AN-DEV = 0 - WS-AN-DEV
           END-IF.
           IF WS-AN-DEV / WS-AN-SPREAD > 99999
               MOVE 99999.99 TO WS-AN-Z
           ELSE
               COMPUTE WS-AN-Z ROUNDED = WS-AN-DEV / WS-AN-SPREAD
           END-IF.

           MOVE 0 TO WS-AN-RANK.
           IF WS-AN-Z > WS-AN-THRESHOLD * 2
               MOVE 3 TO WS-AN-RANK
           ELSE
               IF WS-AN-Z > WS-AN-THRESHOLD
                   MOVE 2 TO WS-AN-RANK
               END-IF
           END-IF.

           MOVE WS-AN-MEAN TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-AN-MEAN-S.
           MOVE WS-AN-SPREAD TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-AN-SPREAD-S.

       7840-ADD-EXCEPTION.

      *    HOLDS ONE EXCEPTION FOR THE RANKED REPORT. THE HIGH COUNT
      *    (AND SO THE RETURN CODE) IS KEPT EVEN WHEN THE TABLE IS
      *    FULL.

           EVALUATE WS-AN-RANK
               WHEN 3
                   MOVE "HIGH" TO WS-AN-SEV
                   ADD 1 TO WS-AN-HIGH-COUNT
               WHEN 2
                   MOVE "MEDIUM" TO WS-AN-SEV
               WHEN OTHER
                   MOVE "LOW" TO WS-AN-SEV
           END-EVALUATE.

           IF WS-AN-EXC-COUNT >= 2000
               IF WS-AN-EXC-DROPPED = 0
                   DISPLAY "Warning: exception dropped from report - "
                       "2000-entry table full" UPON SYSERR
               END-IF
               ADD 1 TO WS-AN-EXC-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AN-EXC-COUNT.
           MOVE WS-AN-EXC-COUNT TO WS-AN-EX-HIT.
           MOVE TS-ACCOUNT TO WS-AN-EX-ACCOUNT (WS-AN-EX-HIT).
           MOVE TS-DATE TO WS-AN-EX-DATE (WS-AN-EX-HIT).
           MOVE TS-PAYEE TO WS-AN-EX-PAYEE (WS-AN-EX-HIT).
           MOVE TS-CATEGORY TO WS-AN-EX-CAT (WS-AN-EX-HIT).
           MOVE TS-AMOUNT TO WS-AN-EX-AMOUNT (WS-AN-EX-HIT).
           MOVE WS-AN-REASON TO WS-AN-EX-REASON (WS-AN-EX-HIT).
           MOVE WS-AN-SEV TO WS-AN-EX-SEV (WS-AN-EX-HIT).
           MOVE WS-AN-RANK TO WS-AN-EX-RANK (WS-AN-EX-HIT).
           MOVE WS-AN-Z TO WS-AN-EX-SCORE (WS-AN-EX-HIT).
           MOVE WS-AN-BASELINE TO WS-AN-EX-BASELINE (WS-AN-EX-HIT).
           MOVE "N" TO WS-AN-EX-DONE (WS-AN-EX-HIT).

       7850-WRITE-ANOMALY-REPORT.

           MOVE SPACES TO ANOMRPT-RECORD.
           STRING "UNUSUAL TRANSACTION SCREENING  " DELIMITED BY SIZE
               WS-AN-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-AN-TO DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ANOMRPT-RECORD
           END-STRING.
           PERFORM 7858-WRITE-ANOMALY-LINE.

           MOVE WS-AN-WINDOW-DAYS TO WS-COUNT-BUF.
           MOVE WS-AN-THRESHOLD TO WS-NUM-BUF.
           MOVE SPACES TO ANOMRPT-RECORD.
           STRING "BASELINE " DELIMITED BY SIZE
               WS-AN-BASE-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-AN-BASE-END DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " DAYS)  THRESHOLD " DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               " SPREADS" DELIMITED BY SIZE
               INTO ANOMRPT-RECORD
           END-STRING.
           PERFORM 7858-WRITE-ANOMALY-LINE.

           MOVE SPACES TO ANOMRPT-RECORD.
           PERFORM 7858-WRITE-ANOMALY-LINE.

           MOVE SPACES TO ANOMRPT-RECORD.
           STRING "RANK|SEVERITY|DATE|ACCOUNT|PAYEE|CATEGORY|AMOUNT|"
                   DELIMITED BY SIZE
               "REASON|SCORE|BASELINE" DELIMITED BY SIZE
               INTO ANOMRPT-RECORD
           END-STRING.
           PERFORM 7858-WRITE-ANOMALY-LINE.

      *    MOST SEVERE FIRST; WITHIN A SEVERITY THE HIGHEST SCORE,
      *    THEN THE LARGEST AMOUNT EITHER WAY.

           PERFORM VARYING WS-AN-EX-NUM FROM 1 BY 1
               UNTIL WS-AN-EX-NUM > WS-AN-EXC-COUNT
               PERFORM 7855-NEXT-EXCEPTION
               MOVE "Y" TO WS-AN-EX-DONE (WS-AN-EX-BEST)
               MOVE WS-AN-EX-NUM TO WS-COUNT-BUF
               MOVE WS-AN-EX-AMOUNT (WS-AN-EX-BEST) TO WS-NUM-BUF
               MOVE WS-AN-EX-SCORE (WS-AN-EX-BEST) TO WS-AN-Z-BUF
               MOVE SPACES TO ANOMRPT-RECORD
               STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-EX-SEV (WS-AN-EX-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-AN-EX-DATE (WS-AN-EX-BEST) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-EX-ACCOUNT (WS-AN-EX-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-EX-PAYEE (WS-AN-EX-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-EX-CAT (WS-AN-EX-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-EX-REASON (WS-AN-EX-BEST))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-Z-BUF) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AN-EX-BASELINE (WS-AN-EX-BEST))
                       DELIMITED BY SIZE
                   INTO ANOMRPT-RECORD
               END-STRING
               PERFORM 7858-WRITE-ANOMALY-LINE
           END-PERFORM.

           MOVE SPACES TO ANOMRPT-RECORD.
           PERFORM 7858-WRITE-ANOMALY-LINE.

           MOVE WS-AN-BASE-ROWS TO WS-COUNT-BUF.
           MOVE "BASELINE ROWS PROFILED" TO WS-TMP-NAME.
           PERFORM 7859-WRITE-ANOMALY-COUNT.
           MOVE WS-AN-PAYEES-BASE TO WS-COUNT-BUF.
           MOVE "PAYEES PROFILED" TO WS-TMP-NAME.
           PERFORM 7859-WRITE-ANOMALY-COUNT.
           MOVE WS-AN-SCORED TO WS-COUNT-BUF.
           MOVE "ROWS SCORED" TO WS-TMP-NAME.
           PERFORM 7859-WRITE-ANOMALY-COUNT.
           MOVE WS-AN-N TO WS-COUNT-BUF.
           MOVE "EXCEPTIONS" TO WS-TMP-NAME.
           PERFORM 7859-WRITE-ANOMALY-COUNT.
           MOVE WS-AN-HIGH-COUNT TO WS-COUNT-BUF.
           MOVE "HIGH SEVERITY" TO WS-TMP-NAME.
           PERFORM 7859-WRITE-ANOMALY-COUNT.
           IF WS-AN-EXC-DROPPED > 0
               MOVE WS-AN-EXC-DROPPED TO WS-COUNT-BUF
               MOVE "NOT LISTED (TABLE FULL)" TO WS-TMP-NAME
               PERFORM 7859-WRITE-ANOMALY-COUNT
           END-IF.

       7855-NEXT-EXCEPTION.

           MOVE 0 TO WS-AN-EX-BEST.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-EXC-COUNT
               IF WS-AN-EX-DONE (WS-AN-I) = "N"
                   IF WS-AN-EX-AMOUNT (WS-AN-I) < 0
                       COMPUTE WS-AN-ABS-AMT =
                           0 - WS-AN-EX-AMOUNT (WS-AN-I)
                   ELSE
                       MOVE WS-AN-EX-AMOUNT (WS-AN-I) TO WS-AN-ABS-AMT
                   END-IF
                   IF WS-AN-EX-BEST = 0
                       MOVE WS-AN-I TO WS-AN-EX-BEST
                       MOVE WS-AN-ABS-AMT TO WS-AN-BEST-ABS
                   ELSE
                       IF WS-AN-EX-RANK (WS-AN-I)
                               > WS-AN-EX-RANK (WS-AN-EX-BEST)
                           OR (WS-AN-EX-RANK (WS-AN-I)
                                   = WS-AN-EX-RANK (WS-AN-EX-BEST)
                               AND WS-AN-EX-SCORE (WS-AN-I)
                                   > WS-AN-EX-SCORE (WS-AN-EX-BEST))
                           OR (WS-AN-EX-RANK (WS-AN-I)
                                   = WS-AN-EX-RANK (WS-AN-EX-BEST)
                               AND WS-AN-EX-SCORE (WS-AN-I)
                                   = WS-AN-EX-SCORE (WS-AN-EX-BEST)
                               AND WS-AN-ABS-AMT > WS-AN-BEST-ABS)
                           MOVE WS-AN-I TO WS-AN-EX-BEST
                           MOVE WS-AN-ABS-AMT TO WS-AN-BEST-ABS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       7858-WRITE-ANOMALY-LINE.

           WRITE ANOMRPT-RECORD.
           IF WS-ANOMRPT-STATUS NOT = "00"
               DISPLAY "Warning: exception report write failed - "
                   "status " WS-ANOMRPT-STATUS UPON SYSERR
           END-IF.

       7859-WRITE-ANOMALY-COUNT.

           MOVE SPACES TO ANOMRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO ANOMRPT-RECORD
           END-STRING.
           PERFORM 7858-WRITE-ANOMALY-LINE.

      ******************************************************************
      * EXTRACT DRIVER - INCREMENTAL WAREHOUSE EXTRACT OF THE STORE.   *
      * WRITES EVERY STORE ROW ADDED OR REWRITTEN SINCE THE PREVIOUS   *
      * EXTRACT, AS ONE FIXED-WIDTH DELIMITED RECORD CARRYING EVERY    *
      * STORE FIELD PLUS THE CATEGORY MASTER GL CODE AND DEPARTMENT    *
      * NAME, AND A DELETE RECORD FOR EVERY ROW PURGE HAS REMOVED      *
      * SINCE THEN. THE CONTROL FILE HOLDS THE HIGH-WATER MARK.        *
      *                                                                *
      * INVOCATION: reportgen EXTRACT <store> <control.txt>            *
      *                 <extract.txt> [catmaster.txt] [deptmaster.txt] *
      *                 [purgelog.txt] [auditlog.txt]                  *
      ******************************************************************

       7900-EXTRACT-DRIVER.

           IF WS-ARG-COUNT < 4
               DISPLAY "USAGE: reportgen EXTRACT <store> <control.txt>"
                   " <extract.txt> [catmaster.txt] [deptmaster.txt]"
                   " [purgelog.txt] [auditlog.txt]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-EXTCTL-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-EXTRACT-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-CATMASTER-PATH.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-DEPTMASTER-PATH.
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-DEPTMASTER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-PURGELOG-PATH.
           IF WS-ARG-COUNT >= 7
               ACCEPT WS-PURGELOG-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-EXTRACT-PATH TO WS-AUDIT-OUTPUT-PATH.
           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.

      *    THE WINDOW RUNS FROM THE PREVIOUS EXTRACT'S RUN TIMESTAMP
      *    (EXCLUSIVE) TO THIS RUN'S (INCLUSIVE), SO A ROW WRITTEN
      *    WHILE THIS EXTRACT IS RUNNING IS PICKED UP BY THE NEXT.

           MOVE FUNCTION CURRENT-DATE TO WS-STORE-STAMP.
           MOVE WS-STORE-STAMP (1:16) TO WS-XT-TO-TS.

           PERFORM 7905-READ-EXTRACT-CONTROL.
           IF RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-XT-SEQ = WS-XT-LAST-SEQ + 1.

           PERFORM 0070-LOAD-CATMASTER.
           PERFORM 0091-LOAD-DEPTMASTER.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Cannot open extract file: " WS-EXTRACT-PATH
                   " status " WS-EXTRACT-STATUS UPON SYSERR
               CLOSE TXSTORE-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-XT-SEQ TO WS-XT-H-SEQ.
           MOVE WS-XT-FROM-TS TO WS-XT-H-FROM.
           MOVE WS-XT-TO-TS TO WS-XT-H-TO.
           MOVE WS-XT-HEADER TO EXTRACT-RECORD.
           PERFORM 7925-WRITE-EXTRACT-LINE.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 7910-EXTRACT-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXSTORE-FILE.

           IF WS-XT-ABORT = "N"
               PERFORM 7920-EXTRACT-DELETES
           END-IF.

           MOVE WS-XT-DETAILS TO WS-XT-T-COUNT.
           MOVE WS-XT-DELETES TO WS-XT-T-DELETES.
           MOVE WS-XT-NET TO WS-XT-T-NET.
           MOVE WS-XT-HASH TO WS-XT-T-HASH.
           MOVE WS-XT-TRAILER TO EXTRACT-RECORD.
           PERFORM 7925-WRITE-EXTRACT-LINE.

           CLOSE EXTRACT-FILE.

      *    THE HIGH-WATER MARK MOVES ONLY AFTER A CLEAN EXTRACT; A
      *    FAILED ONE IS SIMPLY RUN AGAIN OVER THE SAME WINDOW.

           IF WS-XT-ABORT = "Y"
               DISPLAY "Extract " WS-XT-SEQ " failed - control file "
                   "not updated, rerun to repeat the same window"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM 7930-WRITE-EXTRACT-CONTROL
           END-IF.

           IF RETURN-CODE = 0
               MOVE WS-XT-DETAILS TO WS-COUNT-BUF
               MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-TMP-NAME
               MOVE WS-XT-DELETES TO WS-COUNT-BUF
               DISPLAY "Extract " WS-XT-SEQ ": "
                   FUNCTION TRIM (WS-TMP-NAME) " row(s), "
                   FUNCTION TRIM (WS-COUNT-BUF) " delete(s), window "
                   WS-XT-FROM-TS " to " WS-XT-TO-TS
           END-IF.

           MOVE WS-XT-DETAILS TO WS-TX-COUNT.
           IF RETURN-CODE = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

       7905-READ-EXTRACT-CONTROL.

      *    ONE LINE, SEQUENCE|RUN-TIMESTAMP|RECORD-COUNT|HASH-TOTAL,
      *    FROM THE LAST GOOD EXTRACT. NO FILE MEANS THIS IS THE FIRST
      *    EXTRACT, WHICH TAKES THE WHOLE STORE.

           MOVE 0 TO WS-XT-LAST-SEQ.
           MOVE ALL "0" TO WS-XT-FROM-TS.

           OPEN INPUT EXTCTL-FILE.
           IF WS-EXTCTL-STATUS = "35"
               DISPLAY "No extract control file - first extract "
                   "takes the whole store"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXTCTL-STATUS NOT = "00"
               DISPLAY "Cannot open extract control file: "
                   WS-EXTCTL-PATH " status " WS-EXTCTL-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-EXTCTL-LINE.
           READ EXTCTL-FILE INTO WS-EXTCTL-LINE
               AT END CONTINUE
           END-READ.
           CLOSE EXTCTL-FILE.

           MOVE SPACES TO WS-XT-F1 WS-XT-F2 WS-XT-F3 WS-XT-F4.
           UNSTRING WS-EXTCTL-LINE DELIMITED BY "|"
               INTO WS-XT-F1 WS-XT-F2 WS-XT-F3 WS-XT-F4
           END-UNSTRING.

           IF WS-XT-F1 = SPACES
               OR FUNCTION TEST-NUMVAL (WS-XT-F1) NOT = 0
               OR WS-XT-F2 (1:16) IS NOT NUMERIC
               OR WS-XT-F2 (17:) NOT = SPACES
               DISPLAY "Extract control file "
                   FUNCTION TRIM (WS-EXTCTL-PATH)
                   " is not SEQUENCE|TIMESTAMP|COUNT|HASH"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-XT-LAST-SEQ = FUNCTION NUMVAL (WS-XT-F1).
           MOVE WS-XT-F2 (1:16) TO WS-XT-FROM-TS.

           DISPLAY "Previous extract " WS-XT-LAST-SEQ " at "
               WS-XT-FROM-TS ": " FUNCTION TRIM (WS-XT-F3)
               " record(s), hash " FUNCTION TRIM (WS-XT-F4).

       7910-EXTRACT-RECORD.

      *    ON THE FIRST EXTRACT EVERY ROW GOES, INCLUDING ROWS WRITTEN
      *    BEFORE STORE ROWS CARRIED A TIMESTAMP.

           IF WS-XT-ABORT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-XT-LAST-SEQ > 0
               IF TS-UPDATED NOT > WS-XT-FROM-TS
                   OR TS-UPDATED > WS-XT-TO-TS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE TS-ACCOUNT TO WS-XT-D-ACCOUNT.
           MOVE TS-DATE TO WS-XT-D-DATE.
           MOVE TS-SEQ TO WS-XT-D-SEQ.
           MOVE TS-DESC TO WS-XT-D-DESC.
           MOVE TS-AMOUNT TO WS-XT-D-AMOUNT.
           MOVE TS-ORIG-AMOUNT TO WS-XT-D-ORIG.
           MOVE TS-CATEGORY TO WS-XT-D-CATEGORY.
           MOVE TS-CURRENCY TO WS-XT-D-CURRENCY.
           MOVE TS-PAYEE TO WS-XT-D-PAYEE.
           MOVE TS-DEPT TO WS-XT-D-DEPT.
           MOVE TS-GLCODE TO WS-XT-D-GLCODE.
           MOVE TS-CAT-SOURCE TO WS-XT-D-SOURCE.
           MOVE TS-TAXCODE TO WS-XT-D-TAXCODE.
           MOVE TS-TAX-AMOUNT TO WS-XT-D-TAXAMT.
           MOVE TS-UPDATED TO WS-XT-D-UPDATED.
           MOVE TS-RECLASS-CAT TO WS-XT-D-RECLASS-CAT.
           MOVE TS-RECLASS-GL TO WS-XT-D-RECLASS-GL.
           PERFORM 7212-FORMAT-SPLIT-LEGS.
           MOVE WS-LEG-TEXT TO WS-XT-D-SPLIT-LEGS.

           MOVE TS-CATEGORY TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           MOVE WS-GL-CODE-OUT TO WS-XT-D-MASTER-GL.

           MOVE SPACES TO WS-XT-D-DEPT-NAME.
           PERFORM VARYING WS-XT-DX FROM 1 BY 1
               UNTIL WS-XT-DX > WS-DEPTMASTER-COUNT
               IF WS-DM-CODE (WS-XT-DX) = TS-DEPT
                   MOVE WS-DM-NAME (WS-XT-DX) TO WS-XT-D-DEPT-NAME
               END-IF
           END-PERFORM.

           MOVE WS-XT-DETAIL TO EXTRACT-RECORD.
           PERFORM 7925-WRITE-EXTRACT-LINE.
           IF WS-XT-ABORT = "Y"
               MOVE "10" TO WS-TXSTORE-STATUS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-XT-DETAILS.
           ADD TS-AMOUNT TO WS-XT-NET.
           IF TS-AMOUNT < 0
               SUBTRACT TS-AMOUNT FROM WS-XT-HASH
               SUBTRACT TS-AMOUNT FROM WS-TOTAL-EXPENSE
           ELSE
               ADD TS-AMOUNT TO WS-XT-HASH
               ADD TS-AMOUNT TO WS-TOTAL-INCOME
           END-IF.

       7920-EXTRACT-DELETES.

      *    PURGE LOGS EVERY ROW IT DELETES AS
      *    TIMESTAMP|ACCOUNT|DATE|SEQ. THOSE LOGGED INSIDE THE WINDOW
      *    GO OUT AS DELETE RECORDS. THE FIRST EXTRACT HAS NOTHING TO
      *    DELETE - THE WAREHOUSE NEVER HAD THOSE ROWS.

           IF WS-PURGELOG-PATH = SPACES
               OR WS-PURGELOG-PATH = "NONE"
               OR WS-XT-LAST-SEQ = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PURGELOG-FILE.
           IF WS-PURGELOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PURGELOG-STATUS NOT = "00"
               DISPLAY "Cannot open purge log: " WS-PURGELOG-PATH
                   " status " WS-PURGELOG-STATUS UPON SYSERR
               MOVE "Y" TO WS-XT-ABORT
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-PURGELOG-STATUS NOT = "00"
               READ PURGELOG-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 7922-EXTRACT-DELETE
               END-READ
           END-PERFORM.

           CLOSE PURGELOG-FILE.

       7922-EXTRACT-DELETE.

           MOVE SPACES TO WS-XT-F1 WS-XT-F2 WS-XT-F3 WS-XT-F4.
           UNSTRING PURGELOG-RECORD DELIMITED BY "|"
               INTO WS-XT-F1 WS-XT-F2 WS-XT-F3 WS-XT-F4
           END-UNSTRING.

           IF WS-XT-F1 (1:16) NOT > WS-XT-FROM-TS
               OR WS-XT-F1 (1:16) > WS-XT-TO-TS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-XT-F2 TO WS-XT-X-ACCOUNT.
           MOVE WS-XT-F1 (1:16) TO WS-XT-X-PURGED.
           MOVE WS-XT-F3 (1:10) TO WS-XT-X-DATE.
           COMPUTE WS-XT-X-SEQ = FUNCTION NUMVAL (WS-XT-F4).

           MOVE WS-XT-DELETE TO EXTRACT-RECORD.
           PERFORM 7925-WRITE-EXTRACT-LINE.
           IF WS-XT-ABORT = "Y"
               MOVE "10" TO WS-PURGELOG-STATUS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-XT-DELETES.

       7925-WRITE-EXTRACT-LINE.

           WRITE EXTRACT-RECORD.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Extract write failed - status "
                   WS-EXTRACT-STATUS UPON SYSERR
               MOVE "Y" TO WS-XT-ABORT
           END-IF.

       7930-WRITE-EXTRACT-CONTROL.

           COMPUTE WS-XT-RECORDS = WS-XT-DETAILS + WS-XT-DELETES.
           MOVE WS-XT-RECORDS TO WS-COUNT-BUF.
           MOVE WS-XT-HASH TO WS-NUM-BUF.
           MOVE SPACES TO EXTCTL-RECORD.
           STRING WS-XT-SEQ DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-XT-TO-TS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO EXTCTL-RECORD
           END-STRING.

           OPEN OUTPUT EXTCTL-FILE.
           IF WS-EXTCTL-STATUS NOT = "00"
               DISPLAY "Cannot rewrite extract control file: "
                   WS-EXTCTL-PATH " status " WS-EXTCTL-STATUS
                   " - the next extract will repeat this window"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           WRITE EXTCTL-RECORD.
           IF WS-EXTCTL-STATUS NOT = "00"
               DISPLAY "Extract control write failed - status "
                   WS-EXTCTL-STATUS " - the next extract will "
                   "repeat this window" UPON SYSERR
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE EXTCTL-FILE.

      ******************************************************************
      * MAINT DRIVER - APPLIES A FILE OF ADD/CHANGE/DEACTIVATE UPDATE  *
      * TRANSACTIONS AGAINST THE CATEGORY, RULES, LIMITS, AND ACCOUNT  *
      * MASTERS, VALIDATING EACH UPDATE, REWRITING THE TOUCHED         *
      * MASTERS, AND PRODUCING A BEFORE/AFTER CHANGE REPORT WITH       *
      * WHO-RAN-IT AND TIMESTAMP. ONE LINE IS APPENDED TO THE SAME     *
      * AUDIT TRAIL THE RUN LOG USES.                                  *
      *                                                                *
      * INVOCATION: reportgen MAINT <updates.txt> <report.txt>         *
      *                 <catmaster.txt> <catrules.txt> <limits.txt>    *
      *                 <acctmaster.txt> [deptmaster.txt]              *
      *                 [auditlog.txt] [user-id]                       *
      * UPDATE FILE: MASTER,ACTION,FIELDS... (KEY FIRST), E.G.         *
      *                 CATMASTER,ADD,Groceries,5010                   *
      *                 ACCTMASTER,DEACTIVATE,Old Checking             *
      ******************************************************************

       8000-MAINT-DRIVER.

           IF WS-ARG-COUNT < 7
               DISPLAY "USAGE: reportgen MAINT <updates.txt>"
                   " <report.txt> <catmaster.txt> <catrules.txt>"
                   " <limits.txt> <acctmaster.txt> [deptmaster.txt]"
                   " [auditlog.txt] [user-id]" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-MAINT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CHGRPT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CATRULES-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-LIMITS-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-ACCTMASTER-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-DEPTMASTER-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-DEPTMASTER-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 9
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-MAINT-USER.
           ACCEPT WS-MAINT-USER FROM ENVIRONMENT "USER".
           IF WS-ARG-COUNT >= 10
               ACCEPT WS-MAINT-F1 FROM ARGUMENT-VALUE
               IF WS-MAINT-F1 NOT = SPACES
                   AND WS-MAINT-F1 NOT = "NONE"
                   MOVE WS-MAINT-F1 TO WS-MAINT-USER
               END-IF
           END-IF.
           IF WS-MAINT-USER = SPACES
               MOVE "UNKNOWN" TO WS-MAINT-USER
           END-IF.

           MOVE WS-MAINT-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-CHGRPT-PATH TO WS-AUDIT-OUTPUT-PATH.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE SPACES TO WS-MAINT-TS.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-NOW (9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (13:2) DELIMITED BY SIZE
               INTO WS-MAINT-TS
           END-STRING.

           PERFORM 8005-LOAD-MAINT-MASTERS.

           OPEN INPUT MAINT-FILE.
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "Cannot open update file: " WS-MAINT-PATH
                   " status " WS-MAINT-STATUS UPON SYSERR
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CHGRPT-FILE.
           IF WS-CHGRPT-STATUS NOT = "00"
               DISPLAY "Cannot open change report: " WS-CHGRPT-PATH
                   " status " WS-CHGRPT-STATUS UPON SYSERR
               CLOSE MAINT-FILE
               MOVE 1 TO RETURN-CODE
               PERFORM 8060-WRITE-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING "MASTER MAINTENANCE  RUN " DELIMITED BY SIZE
               WS-MAINT-TS DELIMITED BY SIZE
               "  USER " DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-USER) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

           MOVE SPACES TO CHGRPT-RECORD.
           PERFORM 8028-WRITE-CHGRPT.

           PERFORM UNTIL WS-MAINT-STATUS NOT = "00"
               READ MAINT-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 8010-APPLY-MAINT-LINE
               END-READ
           END-PERFORM.

           CLOSE MAINT-FILE.

           PERFORM 8050-REWRITE-MASTERS.

           MOVE SPACES TO CHGRPT-RECORD.
           PERFORM 8028-WRITE-CHGRPT.

           MOVE WS-MAINT-APPLIED TO WS-COUNT-BUF.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "APPLIED " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

           MOVE WS-MAINT-REJECTED TO WS-COUNT-BUF.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "REJECTED " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

           CLOSE CHGRPT-FILE.

           PERFORM 8060-WRITE-MAINT-AUDIT.

      *    THE RC 1 A FAILED MASTER REWRITE SET IN 8050 STANDS -
      *    THE AUDIT ROW ALREADY SAYS FAILED, SO THE JOB MUST NOT
      *    EXIT 0 OR 2 OVER IT.

           IF RETURN-CODE NOT = 1
               IF WS-MAINT-REJECTED > 0
                   MOVE 2 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       8005-LOAD-MAINT-MASTERS.

      *    LOADS EACH NAMED MASTER THROUGH ITS NORMAL LOADER. UNLIKE
      *    A REPORTING RUN, AN UNREADABLE NAMED MASTER FAILS THE RUN
      *    OUTRIGHT HERE: LOADING IT AS EMPTY WOULD MAKE EVERY
      *    UPDATE LOOK LIKE A MISSING KEY AND THE REWRITE WOULD
      *    CLOBBER THE REAL FILE. FILE STATUS 35 (NOT FOUND) IS
      *    ALLOWED SO A BRAND-NEW MASTER CAN BE BUILT FROM ADDS.

           IF WS-CATMASTER-PATH NOT = SPACES
               AND WS-CATMASTER-PATH NOT = "NONE"
               OPEN INPUT CATMASTER-FILE
               EVALUATE WS-CATMASTER-STATUS
                   WHEN "00"
                       CLOSE CATMASTER-FILE
                       PERFORM 0070-LOAD-CATMASTER
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 8008-FAIL-MAINT-MASTER
               END-EVALUATE
           END-IF.

           IF WS-CATRULES-PATH NOT = SPACES
               AND WS-CATRULES-PATH NOT = "NONE"
               OPEN INPUT CATRULES-FILE
               EVALUATE WS-CATRULES-STATUS
                   WHEN "00"
                       CLOSE CATRULES-FILE
                       PERFORM 0072-LOAD-CATRULES
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 8008-FAIL-MAINT-MASTER
               END-EVALUATE
           END-IF.

           IF WS-LIMITS-PATH NOT = SPACES
               AND WS-LIMITS-PATH NOT = "NONE"
               OPEN INPUT LIMITS-FILE
               EVALUATE WS-LIMITS-STATUS
                   WHEN "00"
                       CLOSE LIMITS-FILE
                       PERFORM 0094-LOAD-LIMITS
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 8008-FAIL-MAINT-MASTER
               END-EVALUATE
           END-IF.

           IF WS-ACCTMASTER-PATH NOT = SPACES
               AND WS-ACCTMASTER-PATH NOT = "NONE"
               OPEN INPUT ACCTMASTER-FILE
               EVALUATE WS-ACCTMASTER-STATUS
                   WHEN "00"
                       CLOSE ACCTMASTER-FILE
                       PERFORM 0069-LOAD-ACCTMASTER
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 8008-FAIL-MAINT-MASTER
               END-EVALUATE
           END-IF.

           IF WS-DEPTMASTER-PATH NOT = SPACES
               AND WS-DEPTMASTER-PATH NOT = "NONE"
               OPEN INPUT DEPTMASTER-FILE
               EVALUATE WS-DEPTMASTER-STATUS
                   WHEN "00"
                       CLOSE DEPTMASTER-FILE
                       PERFORM 0091-LOAD-DEPTMASTER
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 8008-FAIL-MAINT-MASTER
               END-EVALUATE
           END-IF.

       8008-FAIL-MAINT-MASTER.

           DISPLAY "Cannot open a named master file for "
               "maintenance - failing run before anything is "
               "rewritten" UPON SYSERR.
           MOVE 1 TO RETURN-CODE.
           PERFORM 8060-WRITE-MAINT-AUDIT.
           GOBACK.

       8010-APPLY-MAINT-LINE.

           MOVE MAINT-RECORD TO WS-MAINT-LINE.

           IF WS-MAINT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MAINT-MASTER WS-MAINT-ACTION
               WS-MAINT-F1 WS-MAINT-F2 WS-MAINT-F3
               WS-MAINT-F4 WS-MAINT-F5 WS-MAINT-F6
               WS-MAINT-REASON.

           UNSTRING WS-MAINT-LINE DELIMITED BY ","
               INTO WS-MAINT-MASTER WS-MAINT-ACTION
                   WS-MAINT-F1 WS-MAINT-F2 WS-MAINT-F3
                   WS-MAINT-F4 WS-MAINT-F5 WS-MAINT-F6
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-MAINT-MASTER))
               TO WS-MAINT-MASTER.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-MAINT-ACTION))
               TO WS-MAINT-ACTION.
           MOVE FUNCTION TRIM (WS-MAINT-F1) TO WS-MAINT-F1.
           MOVE FUNCTION TRIM (WS-MAINT-F2) TO WS-MAINT-F2.
           MOVE FUNCTION TRIM (WS-MAINT-F3) TO WS-MAINT-F3.
           MOVE FUNCTION TRIM (WS-MAINT-F4) TO WS-MAINT-F4.
           MOVE FUNCTION TRIM (WS-MAINT-F5) TO WS-MAINT-F5.
           MOVE FUNCTION TRIM (WS-MAINT-F6) TO WS-MAINT-F6.

           IF WS-MAINT-ACTION NOT = "ADD"
               AND WS-MAINT-ACTION NOT = "CHANGE"
               AND WS-MAINT-ACTION NOT = "DEACTIVATE"
               MOVE "unknown action" TO WS-MAINT-REASON
               PERFORM 8020-MAINT-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF WS-MAINT-F1 = SPACES
               MOVE "missing key" TO WS-MAINT-REASON
               PERFORM 8020-MAINT-REJECT
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-MAINT-MASTER
               WHEN "CATMASTER"
                   IF WS-CATMASTER-PATH = SPACES
                       OR WS-CATMASTER-PATH = "NONE"
                       MOVE "master file not named on command line"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                   ELSE
                       PERFORM 8012-MAINT-CATMASTER
                   END-IF
               WHEN "CATRULES"
                   IF WS-CATRULES-PATH = SPACES
                       OR WS-CATRULES-PATH = "NONE"
                       MOVE "master file not named on command line"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                   ELSE
                       PERFORM 8014-MAINT-CATRULES
                   END-IF
               WHEN "LIMITS"
                   IF WS-LIMITS-PATH = SPACES
                       OR WS-LIMITS-PATH = "NONE"
                       MOVE "master file not named on command line"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                   ELSE
                       PERFORM 8016-MAINT-LIMITS
                   END-IF
               WHEN "ACCTMASTER"
                   IF WS-ACCTMASTER-PATH = SPACES
                       OR WS-ACCTMASTER-PATH = "NONE"
                       MOVE "master file not named on command line"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                   ELSE
                       PERFORM 8018-MAINT-ACCTMASTER
                   END-IF
               WHEN "DEPTMASTER"
                   IF WS-DEPTMASTER-PATH = SPACES
                       OR WS-DEPTMASTER-PATH = "NONE"
                       MOVE "master file not named on command line"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                   ELSE
                       PERFORM 8013-MAINT-DEPTMASTER
                   END-IF
               WHEN OTHER
                   MOVE "unknown master" TO WS-MAINT-REASON
                   PERFORM 8020-MAINT-REJECT
           END-EVALUATE.

       8012-MAINT-CATMASTER.

      *    CATMASTER UPDATE: FIELDS ARE CATEGORY-NAME,GL-CODE AND AN
      *    OPTIONAL DEFAULT TAX CODE (UP TO 8 CHARACTERS; CHANGE
      *    REPLACES IT, SO A BLANK CLEARS IT). THE KEY IS THE
      *    CATEGORY NAME (CASE-INSENSITIVE LIKE EVERY OTHER CATEGORY
      *    JOIN). DEACTIVATE REMOVES THE LINE.

           MOVE FUNCTION UPPER-CASE (WS-MAINT-F3) TO WS-MAINT-F3.
           IF WS-MAINT-ACTION NOT = "DEACTIVATE"
               AND WS-MAINT-F3 (9:) NOT = SPACES
               MOVE "tax code longer than 8 characters"
                   TO WS-MAINT-REASON
               PERFORM 8020-MAINT-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MAINT-HIT.
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > WS-CATMASTER-COUNT
               IF FUNCTION UPPER-CASE (WS-CM-NAME (GX))
                   = FUNCTION UPPER-CASE (WS-MAINT-F1)
                   SET WS-MAINT-HIT TO GX
               END-IF
           END-PERFORM.

           EVALUATE WS-MAINT-ACTION
               WHEN "ADD"
                   IF WS-MAINT-HIT > 0
                       MOVE "duplicate key" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8040-VALIDATE-GLCODE
                   IF WS-MAINT-VALID = "N"
                       MOVE "bad GL code" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CATMASTER-COUNT >= 2000
                       MOVE "2000-entry table full"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CATMASTER-COUNT
                   MOVE WS-CATMASTER-COUNT TO WS-MAINT-HIT
                   MOVE WS-MAINT-F1
                       TO WS-CM-NAME (WS-MAINT-HIT)
                   MOVE WS-MAINT-F2
                       TO WS-CM-GLCODE (WS-MAINT-HIT)
                   MOVE WS-MAINT-F3
                       TO WS-CM-TAXCODE (WS-MAINT-HIT)
                   MOVE "Y" TO WS-MAINT-DIRTY-CM
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8030-FORMAT-CATMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "CHANGE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8040-VALIDATE-GLCODE
                   IF WS-MAINT-VALID = "N"
                       MOVE "bad GL code" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8030-FORMAT-CATMASTER-LINE
                   PERFORM 8024-WRITE-BEFORE
                   MOVE WS-MAINT-F2
                       TO WS-CM-GLCODE (WS-MAINT-HIT)
                   MOVE WS-MAINT-F3
                       TO WS-CM-TAXCODE (WS-MAINT-HIT)
                   MOVE "Y" TO WS-MAINT-DIRTY-CM
                   PERFORM 8030-FORMAT-CATMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "DEACTIVATE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8030-FORMAT-CATMASTER-LINE
                   PERFORM 8024-WRITE-BEFORE
                   PERFORM VARYING WS-I FROM WS-MAINT-HIT BY 1
                       UNTIL WS-I >= WS-CATMASTER-COUNT
                       COMPUTE WS-J = WS-I + 1
                       MOVE WS-CM-NAME (WS-J) TO WS-CM-NAME (WS-I)
                       MOVE WS-CM-GLCODE (WS-J)
                           TO WS-CM-GLCODE (WS-I)
                       MOVE WS-CM-TAXCODE (WS-J)
                           TO WS-CM-TAXCODE (WS-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CATMASTER-COUNT
                   MOVE "Y" TO WS-MAINT-DIRTY-CM
           END-EVALUATE.

       8013-MAINT-DEPTMASTER.

      *    DEPTMASTER UPDATE: FIELDS ARE CODE,DEPARTMENT-NAME,
      *    ACTIVE-FLAG. THE KEY IS THE COST-CENTER CODE (UPPER-
      *    CASED, UP TO 8 CHARACTERS). LIKE THE ACCOUNT MASTER,
      *    DEACTIVATE FLAGS THE COST CENTER INACTIVE RATHER THAN
      *    REMOVING IT, SO HISTORY KEEPS VALIDATING.

           MOVE FUNCTION UPPER-CASE (WS-MAINT-F1) TO WS-MAINT-F1.
           COMPUTE WS-MAINT-LEN = FUNCTION LENGTH
               (FUNCTION TRIM (WS-MAINT-F1)).
           IF WS-MAINT-LEN > 8
               MOVE "cost-center code longer than 8 characters"
                   TO WS-MAINT-REASON
               PERFORM 8020-MAINT-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MAINT-HIT.
           PERFORM VARYING DMX FROM 1 BY 1
               UNTIL DMX > WS-DEPTMASTER-COUNT
               IF WS-DM-CODE (DMX) = WS-MAINT-F1 (1:8)
                   SET WS-MAINT-HIT TO DMX
               END-IF
           END-PERFORM.

           IF WS-MAINT-ACTION NOT = "DEACTIVATE"
               IF WS-MAINT-F2 = SPACES
                   MOVE "missing department name"
                       TO WS-MAINT-REASON
                   PERFORM 8020-MAINT-REJECT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-MAINT-F3)
                   TO WS-MAINT-F3
               IF WS-MAINT-F3 NOT = SPACES
                   AND WS-MAINT-F3 NOT = "Y"
                   AND WS-MAINT-F3 NOT = "N"
                   MOVE "bad active flag - expected Y or N"
                       TO WS-MAINT-REASON
                   PERFORM 8020-MAINT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE WS-MAINT-ACTION
               WHEN "ADD"
                   IF WS-MAINT-HIT > 0
                       MOVE "duplicate key" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DEPTMASTER-COUNT >= 200
                       MOVE "200-entry table full"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DEPTMASTER-COUNT
                   MOVE WS-DEPTMASTER-COUNT TO WS-MAINT-HIT
                   MOVE WS-MAINT-F1 (1:8)
                       TO WS-DM-CODE (WS-MAINT-HIT)
                   PERFORM 8037-SET-DEPT-FIELDS
                   MOVE "Y" TO WS-MAINT-DIRTY-DM
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8038-FORMAT-DEPTMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "CHANGE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8038-FORMAT-DEPTMASTER-LINE
                   PERFORM 8024-WRITE-BEFORE
                   PERFORM 8037-SET-DEPT-FIELDS
                   MOVE "Y" TO WS-MAINT-DIRTY-DM
                   PERFORM 8038-FORMAT-DEPTMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "DEACTIVATE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8038-FORMAT-DEPTMASTER-LINE
                   PERFORM 8024-WRITE-BEFORE
                   MOVE "N" TO WS-DM-ACTIVE (WS-MAINT-HIT)
                   MOVE "Y" TO WS-MAINT-DIRTY-DM
                   PERFORM 8038-FORMAT-DEPTMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
           END-EVALUATE.

       8037-SET-DEPT-FIELDS.

           MOVE WS-MAINT-F2 TO WS-DM-NAME (WS-MAINT-HIT).
           IF WS-MAINT-F3 = "N"
               MOVE "N" TO WS-DM-ACTIVE (WS-MAINT-HIT)
           ELSE
               MOVE "Y" TO WS-DM-ACTIVE (WS-MAINT-HIT)
           END-IF.

       8014-MAINT-CATRULES.

      *    CATRULES UPDATE: FIELDS ARE PATTERN,TARGET-CATEGORY,
      *    PRIORITY. THE KEY IS THE PATTERN (NORMALIZED THE SAME WAY
      *    0077-ADD-CATRULE-ENTRY NORMALIZES IT: UPPER-CASED, WITH A
      *    TRAILING "*" STRIPPED INTO THE PREFIX FLAG). A PATTERN
      *    THAT IS ONLY AN ASTERISK COULD NEVER MATCH AND IS
      *    REJECTED. DEACTIVATE REMOVES THE RULE.

           MOVE FUNCTION UPPER-CASE (WS-MAINT-F1)
               TO WS-MAINT-PATTERN.
           COMPUTE WS-MAINT-PATLEN = FUNCTION LENGTH
               (FUNCTION TRIM (WS-MAINT-PATTERN)).
           MOVE "N" TO WS-MAINT-PREFIX.
           IF WS-MAINT-PATTERN (WS-MAINT-PATLEN:1) = "*"
               MOVE "Y" TO WS-MAINT-PREFIX
               MOVE SPACE TO WS-MAINT-PATTERN (WS-MAINT-PATLEN:1)
               SUBTRACT 1 FROM WS-MAINT-PATLEN
           END-IF.

           IF WS-MAINT-PATLEN = 0
               MOVE "pattern could never match" TO WS-MAINT-REASON
               PERFORM 8020-MAINT-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MAINT-HIT.
           PERFORM VARYING RX FROM 1 BY 1
               UNTIL RX > WS-CATRULES-COUNT
               IF WS-CR-PATTERN (RX) = WS-MAINT-PATTERN
                   AND WS-CR-PREFIX (RX) = WS-MAINT-PREFIX
                   SET WS-MAINT-HIT TO RX
               END-IF
           END-PERFORM.

           IF WS-MAINT-ACTION NOT = "DEACTIVATE"
               IF WS-MAINT-F2 = SPACES
                   MOVE "missing target category"
                       TO WS-MAINT-REASON
                   PERFORM 8020-MAINT-REJECT
                   EXIT PARAGRAPH
               END-IF
               IF WS-MAINT-F3 NOT = SPACES
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM (WS-MAINT-F3))
                   IF WS-NUMVAL-POS NOT = 0
                       MOVE "non-numeric priority"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           EVALUATE WS-MAINT-ACTION
               WHEN "ADD"
                   IF WS-MAINT-HIT > 0
                       MOVE "duplicate key" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CATRULES-COUNT >= 500
                       MOVE "500-entry table full"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CATRULES-COUNT
                   MOVE WS-CATRULES-COUNT TO WS-MAINT-HIT
                   MOVE WS-MAINT-PATTERN
                       TO WS-CR-PATTERN (WS-MAINT-HIT)
                   MOVE WS-MAINT-PATLEN
                       TO WS-CR-PATLEN (WS-MAINT-HIT)
                   MOVE WS-MAINT-PREFIX
                       TO WS-CR-PREFIX (WS-MAINT-HIT)
                   MOVE WS-MAINT-F2
                       TO WS-CR-TARGET (WS-MAINT-HIT)
                   PERFORM 8015-SET-RULE-PRIORITY
                   MOVE "Y" TO WS-MAINT-DIRTY-CR
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8032-FORMAT-CATRULE-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "CHANGE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8032-FORMAT-CATRULE-LINE
                   PERFORM 8024-WRITE-BEFORE
                   MOVE WS-MAINT-F2
                       TO WS-CR-TARGET (WS-MAINT-HIT)
                   PERFORM 8015-SET-RULE-PRIORITY
                   MOVE "Y" TO WS-MAINT-DIRTY-CR
                   PERFORM 8032-FORMAT-CATRULE-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "DEACTIVATE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8032-FORMAT-CATRULE-LINE
                   PERFORM 8024-WRITE-BEFORE
                   PERFORM VARYING WS-I FROM WS-MAINT-HIT BY 1
                       UNTIL WS-I >= WS-CATRULES-COUNT
                       COMPUTE WS-J = WS-I + 1
                       MOVE WS-CR-PATTERN (WS-J)
                           TO WS-CR-PATTERN (WS-I)
                       MOVE WS-CR-PATLEN (WS-J)
                           TO WS-CR-PATLEN (WS-I)
                       MOVE WS-CR-PREFIX (WS-J)
                           TO WS-CR-PREFIX (WS-I)
                       MOVE WS-CR-TARGET (WS-J)
                           TO WS-CR-TARGET (WS-I)
                       MOVE WS-CR-PRIORITY (WS-J)
                           TO WS-CR-PRIORITY (WS-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CATRULES-COUNT
                   MOVE "Y" TO WS-MAINT-DIRTY-CR
           END-EVALUATE.

       8015-SET-RULE-PRIORITY.

           IF WS-MAINT-F3 = SPACES
               MOVE 9999 TO WS-CR-PRIORITY (WS-MAINT-HIT)
           ELSE
               COMPUTE WS-CR-PRIORITY (WS-MAINT-HIT) =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-MAINT-F3))
           END-IF.

       8016-MAINT-LIMITS.

      *    LIMITS UPDATE: FIELDS ARE CATEGORY,MAX-SINGLE,MAX-PERIOD,
      *    SEVERITY (EITHER LIMIT MAY BE BLANK, NOT BOTH). THE KEY
      *    IS THE CATEGORY. DEACTIVATE REMOVES THE LINE.

           MOVE 0 TO WS-MAINT-HIT.
           PERFORM VARYING LX FROM 1 BY 1
               UNTIL LX > WS-LIMITS-COUNT
               IF FUNCTION UPPER-CASE (WS-LM-CAT (LX))
                   = FUNCTION UPPER-CASE (WS-MAINT-F1)
                   SET WS-MAINT-HIT TO LX
               END-IF
           END-PERFORM.

           IF WS-MAINT-ACTION NOT = "DEACTIVATE"
               IF WS-MAINT-F2 = SPACES AND WS-MAINT-F3 = SPACES
                   MOVE "no limit given" TO WS-MAINT-REASON
                   PERFORM 8020-MAINT-REJECT
                   EXIT PARAGRAPH
               END-IF
               IF WS-MAINT-F2 NOT = SPACES
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                       (FUNCTION TRIM (WS-MAINT-F2))
                   IF WS-NUMVAL-POS NOT = 0
                       MOVE "malformed single-transaction limit"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-MAINT-F3 NOT = SPACES
                   COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
                       (FUNCTION TRIM (WS-MAINT-F3))
                   IF WS-NUMVAL-POS NOT = 0
                       MOVE "malformed period limit"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-MAINT-F4)
                   TO WS-MAINT-F4
               IF WS-MAINT-F4 NOT = SPACES
                   AND WS-MAINT-F4 NOT = "WARN"
                   AND WS-MAINT-F4 NOT = "FAIL"
                   MOVE "bad severity - expected WARN or FAIL"
                       TO WS-MAINT-REASON
                   PERFORM 8020-MAINT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE WS-MAINT-ACTION
               WHEN "ADD"
                   IF WS-MAINT-HIT > 0
                       MOVE "duplicate key" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-LIMITS-COUNT >= 500
                       MOVE "500-entry table full"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-LIMITS-COUNT
                   MOVE WS-LIMITS-COUNT TO WS-MAINT-HIT
                   MOVE WS-MAINT-F1 TO WS-LM-CAT (WS-MAINT-HIT)
                   PERFORM 8017-SET-LIMIT-FIELDS
                   MOVE "Y" TO WS-MAINT-DIRTY-LM
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8034-FORMAT-LIMIT-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "CHANGE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8034-FORMAT-LIMIT-LINE
                   PERFORM 8024-WRITE-BEFORE
                   PERFORM 8017-SET-LIMIT-FIELDS
                   MOVE "Y" TO WS-MAINT-DIRTY-LM
                   PERFORM 8034-FORMAT-LIMIT-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "DEACTIVATE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8034-FORMAT-LIMIT-LINE
                   PERFORM 8024-WRITE-BEFORE
                   PERFORM VARYING WS-I FROM WS-MAINT-HIT BY 1
                       UNTIL WS-I >= WS-LIMITS-COUNT
                       COMPUTE WS-J = WS-I + 1
                       MOVE WS-LM-CAT (WS-J) TO WS-LM-CAT (WS-I)
                       MOVE WS-LM-HAS-SINGLE (WS-J)
                           TO WS-LM-HAS-SINGLE (WS-I)
                       MOVE WS-LM-MAXSINGLE (WS-J)
                           TO WS-LM-MAXSINGLE (WS-I)
                       MOVE WS-LM-HAS-PERIOD (WS-J)
                           TO WS-LM-HAS-PERIOD (WS-I)
                       MOVE WS-LM-MAXPERIOD (WS-J)
                           TO WS-LM-MAXPERIOD (WS-I)
                       MOVE WS-LM-SEV (WS-J) TO WS-LM-SEV (WS-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-LIMITS-COUNT
                   MOVE "Y" TO WS-MAINT-DIRTY-LM
           END-EVALUATE.

       8017-SET-LIMIT-FIELDS.

           MOVE "N" TO WS-LM-HAS-SINGLE (WS-MAINT-HIT).
           MOVE 0 TO WS-LM-MAXSINGLE (WS-MAINT-HIT).
           IF WS-MAINT-F2 NOT = SPACES
               MOVE "Y" TO WS-LM-HAS-SINGLE (WS-MAINT-HIT)
               COMPUTE WS-LM-MAXSINGLE (WS-MAINT-HIT) =
                   FUNCTION NUMVAL-C (FUNCTION TRIM (WS-MAINT-F2))
           END-IF.

           MOVE "N" TO WS-LM-HAS-PERIOD (WS-MAINT-HIT).
           MOVE 0 TO WS-LM-MAXPERIOD (WS-MAINT-HIT).
           IF WS-MAINT-F3 NOT = SPACES
               MOVE "Y" TO WS-LM-HAS-PERIOD (WS-MAINT-HIT)
               COMPUTE WS-LM-MAXPERIOD (WS-MAINT-HIT) =
                   FUNCTION NUMVAL-C (FUNCTION TRIM (WS-MAINT-F3))
           END-IF.

           IF WS-MAINT-F4 = "FAIL"
               MOVE "FAIL" TO WS-LM-SEV (WS-MAINT-HIT)
           ELSE
               MOVE "WARN" TO WS-LM-SEV (WS-MAINT-HIT)
           END-IF.

       8018-MAINT-ACCTMASTER.

      *    ACCTMASTER UPDATE: FIELDS ARE ACCOUNT-NAME,NUMBER,TYPE,
      *    OPENING-BALANCE,OPENING-DATE,ACTIVE. THE KEY IS THE
      *    ACCOUNT NAME. DEACTIVATE FLAGS THE ACCOUNT INACTIVE
      *    RATHER THAN REMOVING IT, SO ITS HISTORY KEEPS VALIDATING.

           MOVE 0 TO WS-MAINT-HIT.
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > WS-ACCTMASTER-COUNT
               IF FUNCTION UPPER-CASE (WS-AM-NAME (AX))
                   = FUNCTION UPPER-CASE (WS-MAINT-F1)
                   SET WS-MAINT-HIT TO AX
               END-IF
           END-PERFORM.

           IF WS-MAINT-ACTION NOT = "DEACTIVATE"
               PERFORM 8021-EDIT-ACCT-FIELDS
               IF WS-MAINT-REASON NOT = SPACES
                   PERFORM 8020-MAINT-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE WS-MAINT-ACTION
               WHEN "ADD"
                   IF WS-MAINT-HIT > 0
                       MOVE "duplicate key" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-ACCTMASTER-COUNT >= 500
                       MOVE "500-entry table full"
                           TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-ACCTMASTER-COUNT
                   MOVE WS-ACCTMASTER-COUNT TO WS-MAINT-HIT
                   MOVE WS-MAINT-F1 TO WS-AM-NAME (WS-MAINT-HIT)
                   PERFORM 8019-SET-ACCT-FIELDS
                   MOVE "Y" TO WS-MAINT-DIRTY-AM
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8036-FORMAT-ACCTMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "CHANGE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8036-FORMAT-ACCTMASTER-LINE
                   PERFORM 8024-WRITE-BEFORE
                   PERFORM 8019-SET-ACCT-FIELDS
                   MOVE "Y" TO WS-MAINT-DIRTY-AM
                   PERFORM 8036-FORMAT-ACCTMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
               WHEN "DEACTIVATE"
                   IF WS-MAINT-HIT = 0
                       MOVE "key not found" TO WS-MAINT-REASON
                       PERFORM 8020-MAINT-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 8022-MAINT-APPLIED
                   PERFORM 8036-FORMAT-ACCTMASTER-LINE
                   PERFORM 8024-WRITE-BEFORE
                   MOVE "N" TO WS-AM-ACTIVE (WS-MAINT-HIT)
                   MOVE "Y" TO WS-MAINT-DIRTY-AM
                   PERFORM 8036-FORMAT-ACCTMASTER-LINE
                   PERFORM 8026-WRITE-AFTER
           END-EVALUATE.

       8019-SET-ACCT-FIELDS.

           MOVE WS-MAINT-F2 TO WS-AM-NUMBER (WS-MAINT-HIT).
           MOVE WS-MAINT-F3 TO WS-AM-TYPE (WS-MAINT-HIT).
           COMPUTE WS-AM-OPENBAL (WS-MAINT-HIT) =
               FUNCTION NUMVAL-C (FUNCTION TRIM (WS-MAINT-F4)).
           MOVE WS-MAINT-F5 TO WS-AM-OPENDATE (WS-MAINT-HIT).
           IF WS-MAINT-F6 = "N"
               MOVE "N" TO WS-AM-ACTIVE (WS-MAINT-HIT)
           ELSE
               MOVE "Y" TO WS-AM-ACTIVE (WS-MAINT-HIT)
           END-IF.

       8021-EDIT-ACCT-FIELDS.

      *    THE FIELD EDITS AN ACCTMASTER ADD OR CHANGE MUST PASS,
      *    KEPT APART SO YEAREND MODE CAN PUT EVERY ROLLFORWARD
      *    THROUGH THEM BEFORE IT CHANGES ANYTHING. A FAILURE LEAVES
      *    ITS REASON IN WS-MAINT-REASON; SPACES MEANS IT PASSED.

           MOVE SPACES TO WS-MAINT-REASON.
           MOVE FUNCTION UPPER-CASE (WS-MAINT-F3) TO WS-MAINT-F3.
           IF WS-MAINT-F3 NOT = "CHECKING"
               AND WS-MAINT-F3 NOT = "SAVINGS"
               AND WS-MAINT-F3 NOT = "CARD"
               MOVE "bad account type" TO WS-MAINT-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL-C
               (FUNCTION TRIM (WS-MAINT-F4)).
           IF WS-MAINT-F4 = SPACES OR WS-NUMVAL-POS NOT = 0
               MOVE "malformed opening balance" TO WS-MAINT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAINT-F5 NOT = SPACES
               MOVE WS-MAINT-F5 TO WS-DATE-S
               PERFORM 0111-VALIDATE-DATE
               IF WS-DATE-VALID = "N"
                   MOVE "invalid opening date" TO WS-MAINT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-MAINT-F6) TO WS-MAINT-F6.
           IF WS-MAINT-F6 NOT = SPACES
               AND WS-MAINT-F6 NOT = "Y"
               AND WS-MAINT-F6 NOT = "N"
               MOVE "bad active flag - expected Y or N"
                   TO WS-MAINT-REASON
           END-IF.

       8020-MAINT-REJECT.

           ADD 1 TO WS-MAINT-REJECTED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "REJECTED|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-MASTER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-ACTION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-F1) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-REASON) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

       8022-MAINT-APPLIED.

           ADD 1 TO WS-MAINT-APPLIED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "APPLIED|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-MASTER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-ACTION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-F1) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

       8024-WRITE-BEFORE.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING "  BEFORE|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-FMT-LINE) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

       8026-WRITE-AFTER.

           MOVE SPACES TO CHGRPT-RECORD.
           STRING "  AFTER |" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-FMT-LINE) DELIMITED BY SIZE
               INTO CHGRPT-RECORD
           END-STRING.
           PERFORM 8028-WRITE-CHGRPT.

       8028-WRITE-CHGRPT.

           WRITE CHGRPT-RECORD.
           IF WS-CHGRPT-STATUS NOT = "00"
               DISPLAY "Warning: change report write failed - "
                   "status " WS-CHGRPT-STATUS UPON SYSERR
           END-IF.

       8030-FORMAT-CATMASTER-LINE.

           MOVE SPACES TO WS-MAINT-FMT-LINE.
           STRING FUNCTION TRIM (WS-CM-NAME (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-CM-GLCODE (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               INTO WS-MAINT-FMT-LINE
           END-STRING.
           IF WS-CM-TAXCODE (WS-MAINT-HIT) NOT = SPACES
               COMPUTE WS-MAINT-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (WS-MAINT-FMT-LINE)) + 1
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CM-TAXCODE (WS-MAINT-HIT))
                       DELIMITED BY SIZE
                   INTO WS-MAINT-FMT-LINE
                   WITH POINTER WS-MAINT-LEN
               END-STRING
           END-IF.

       8032-FORMAT-CATRULE-LINE.

      *    RECONSTRUCTS THE RULE LINE FROM THE NORMALIZED TABLE
      *    ENTRY. PATTERNS COME BACK UPPER-CASED (MATCHING IS CASE-
      *    INSENSITIVE, SO NOTHING CHANGES BEHAVIOURALLY) AND A
      *    DEFAULTED PRIORITY COMES BACK AS AN EXPLICIT 9999.

           MOVE WS-CR-PRIORITY (WS-MAINT-HIT) TO WS-COUNT-BUF.
           MOVE SPACES TO WS-MAINT-FMT-LINE.
           IF WS-CR-PREFIX (WS-MAINT-HIT) = "Y"
               STRING WS-CR-PATTERN (WS-MAINT-HIT)
                       (1:WS-CR-PATLEN (WS-MAINT-HIT))
                       DELIMITED BY SIZE
                   "*" DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CR-TARGET (WS-MAINT-HIT))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-MAINT-FMT-LINE
               END-STRING
           ELSE
               STRING WS-CR-PATTERN (WS-MAINT-HIT)
                       (1:WS-CR-PATLEN (WS-MAINT-HIT))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CR-TARGET (WS-MAINT-HIT))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-MAINT-FMT-LINE
               END-STRING
           END-IF.

       8034-FORMAT-LIMIT-LINE.

           MOVE SPACES TO WS-LM-SINGLE-S WS-LM-PERIOD-S.
           IF WS-LM-HAS-SINGLE (WS-MAINT-HIT) = "Y"
               MOVE WS-LM-MAXSINGLE (WS-MAINT-HIT) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-LM-SINGLE-S
           END-IF.
           IF WS-LM-HAS-PERIOD (WS-MAINT-HIT) = "Y"
               MOVE WS-LM-MAXPERIOD (WS-MAINT-HIT) TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-LM-PERIOD-S
           END-IF.

           MOVE SPACES TO WS-MAINT-FMT-LINE.
           STRING FUNCTION TRIM (WS-LM-CAT (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-LM-SINGLE-S) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-LM-PERIOD-S) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-LM-SEV (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               INTO WS-MAINT-FMT-LINE
           END-STRING.

       8036-FORMAT-ACCTMASTER-LINE.

           MOVE WS-AM-OPENBAL (WS-MAINT-HIT) TO WS-NUM-BUF.
           MOVE SPACES TO WS-MAINT-FMT-LINE.
           STRING FUNCTION TRIM (WS-AM-NAME (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-AM-NUMBER (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-AM-TYPE (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-AM-OPENDATE (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-AM-ACTIVE (WS-MAINT-HIT) DELIMITED BY SIZE
               INTO WS-MAINT-FMT-LINE
           END-STRING.

       8038-FORMAT-DEPTMASTER-LINE.

           MOVE SPACES TO WS-MAINT-FMT-LINE.
           STRING FUNCTION TRIM (WS-DM-CODE (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM (WS-DM-NAME (WS-MAINT-HIT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-DM-ACTIVE (WS-MAINT-HIT) DELIMITED BY SIZE
               INTO WS-MAINT-FMT-LINE
           END-STRING.

       8040-VALIDATE-GLCODE.

      *    A GL CODE MUST BE 1-12 CHARACTERS OF LETTERS, DIGITS, OR
      *    DASHES. ANYTHING ELSE WOULD FLOW STRAIGHT INTO THE FIXED-
      *    WIDTH JOURNAL INTERFACE AND BOUNCE AT THE GL IMPORT.

           MOVE "N" TO WS-MAINT-VALID.

           IF WS-MAINT-F2 = SPACES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MAINT-LEN = FUNCTION LENGTH
               (FUNCTION TRIM (WS-MAINT-F2)).
           IF WS-MAINT-LEN > 12
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-MAINT-VALID.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MAINT-LEN
               MOVE FUNCTION UPPER-CASE (WS-MAINT-F2 (WS-I:1))
                   TO WS-MAINT-CHAR
               IF NOT (WS-MAINT-CHAR >= "A"
                       AND WS-MAINT-CHAR <= "Z")
                   AND NOT (WS-MAINT-CHAR >= "0"
                       AND WS-MAINT-CHAR <= "9")
                   AND WS-MAINT-CHAR NOT = "-"
                   MOVE "N" TO WS-MAINT-VALID
               END-IF
           END-PERFORM.

       8050-REWRITE-MASTERS.

      *    REWRITES ONLY THE MASTERS THAT TOOK AT LEAST ONE APPLIED
      *    UPDATE, FROM THE IN-MEMORY TABLES, ONCE THE WHOLE UPDATE
      *    FILE HAS BEEN PROCESSED.

           IF WS-MAINT-DIRTY-CM = "Y"
               OPEN OUTPUT CATMASTER-FILE
               IF WS-CATMASTER-STATUS NOT = "00"
                   DISPLAY "Cannot rewrite category master: "
                       WS-CATMASTER-PATH " status "
                       WS-CATMASTER-STATUS UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING GX FROM 1 BY 1
                       UNTIL GX > WS-CATMASTER-COUNT
                       SET WS-MAINT-HIT TO GX
                       PERFORM 8030-FORMAT-CATMASTER-LINE
                       MOVE SPACES TO CATMASTER-RECORD
                       MOVE WS-MAINT-FMT-LINE TO CATMASTER-RECORD
                       WRITE CATMASTER-RECORD
                       IF WS-CATMASTER-STATUS NOT = "00"
                           DISPLAY "Category master rewrite failed"
                               " - status " WS-CATMASTER-STATUS
                               " - file is incomplete" UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           SET GX TO WS-CATMASTER-COUNT
                       END-IF
                   END-PERFORM
                   CLOSE CATMASTER-FILE
               END-IF
           END-IF.

           IF WS-MAINT-DIRTY-CR = "Y"
               OPEN OUTPUT CATRULES-FILE
               IF WS-CATRULES-STATUS NOT = "00"
                   DISPLAY "Cannot rewrite categorization rules: "
                       WS-CATRULES-PATH " status "
                       WS-CATRULES-STATUS UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING RX FROM 1 BY 1
                       UNTIL RX > WS-CATRULES-COUNT
                       SET WS-MAINT-HIT TO RX
                       PERFORM 8032-FORMAT-CATRULE-LINE
                       MOVE SPACES TO CATRULES-RECORD
                       MOVE WS-MAINT-FMT-LINE TO CATRULES-RECORD
                       WRITE CATRULES-RECORD
                       IF WS-CATRULES-STATUS NOT = "00"
                           DISPLAY "Rule file rewrite failed"
                               " - status " WS-CATRULES-STATUS
                               " - file is incomplete" UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           SET RX TO WS-CATRULES-COUNT
                       END-IF
                   END-PERFORM
                   CLOSE CATRULES-FILE
               END-IF
           END-IF.

           IF WS-MAINT-DIRTY-LM = "Y"
               OPEN OUTPUT LIMITS-FILE
               IF WS-LIMITS-STATUS NOT = "00"
                   DISPLAY "Cannot rewrite spending limits: "
                       WS-LIMITS-PATH " status " WS-LIMITS-STATUS
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LIMITS-COUNT
                       SET WS-MAINT-HIT TO LX
                       PERFORM 8034-FORMAT-LIMIT-LINE
                       MOVE SPACES TO LIMITS-RECORD
                       MOVE WS-MAINT-FMT-LINE TO LIMITS-RECORD
                       WRITE LIMITS-RECORD
                       IF WS-LIMITS-STATUS NOT = "00"
                           DISPLAY "Limits file rewrite failed"
                               " - status " WS-LIMITS-STATUS
                               " - file is incomplete" UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           SET LX TO WS-LIMITS-COUNT
                       END-IF
                   END-PERFORM
                   CLOSE LIMITS-FILE
               END-IF
           END-IF.

           IF WS-MAINT-DIRTY-AM = "Y"
               OPEN OUTPUT ACCTMASTER-FILE
               IF WS-ACCTMASTER-STATUS NOT = "00"
                   DISPLAY "Cannot rewrite account master: "
                       WS-ACCTMASTER-PATH " status "
                       WS-ACCTMASTER-STATUS UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > WS-ACCTMASTER-COUNT
                       SET WS-MAINT-HIT TO AX
                       PERFORM 8036-FORMAT-ACCTMASTER-LINE
                       MOVE SPACES TO ACCTMASTER-RECORD
                       MOVE WS-MAINT-FMT-LINE TO ACCTMASTER-RECORD
                       WRITE ACCTMASTER-RECORD
                       IF WS-ACCTMASTER-STATUS NOT = "00"
                           DISPLAY "Account master rewrite failed"
                               " - status " WS-ACCTMASTER-STATUS
                               " - file is incomplete" UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           SET AX TO WS-ACCTMASTER-COUNT
                       END-IF
                   END-PERFORM
                   CLOSE ACCTMASTER-FILE
               END-IF
           END-IF.

           IF WS-MAINT-DIRTY-DM = "Y"
               OPEN OUTPUT DEPTMASTER-FILE
               IF WS-DEPTMASTER-STATUS NOT = "00"
                   DISPLAY "Cannot rewrite department master: "
                       WS-DEPTMASTER-PATH " status "
                       WS-DEPTMASTER-STATUS UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING DMX FROM 1 BY 1
                       UNTIL DMX > WS-DEPTMASTER-COUNT
                       SET WS-MAINT-HIT TO DMX
                       PERFORM 8038-FORMAT-DEPTMASTER-LINE
                       MOVE SPACES TO DEPTMASTER-RECORD
                       MOVE WS-MAINT-FMT-LINE TO DEPTMASTER-RECORD
                       WRITE DEPTMASTER-RECORD
                       IF WS-DEPTMASTER-STATUS NOT = "00"
                           DISPLAY "Department master rewrite "
                               "failed - status "
                               WS-DEPTMASTER-STATUS
                               " - file is incomplete" UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           SET DMX TO WS-DEPTMASTER-COUNT
                       END-IF
                   END-PERFORM
                   CLOSE DEPTMASTER-FILE
               END-IF
           END-IF.

       8060-WRITE-MAINT-AUDIT.

      *    APPENDS THE MAINTENANCE RUN TO THE SAME AUDIT TRAIL THE
      *    REPORTING RUNS USE, CARRYING WHO RAN IT AND THE APPLIED/
      *    REJECTED COUNTS IN PLACE OF THE TRANSACTION TOTALS:
      *      TIMESTAMP|UPDATES|REPORT|APPLIED|REJECTED|USER|RESULT

           IF WS-AUDIT-PATH = SPACES
               OR WS-AUDIT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF RETURN-CODE = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               IF WS-MAINT-REJECTED > 0
                   MOVE "PARTIAL" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
               END-IF
           END-IF.

           MOVE WS-MAINT-APPLIED TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-AUDIT-INC-S.
           MOVE WS-MAINT-REJECTED TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-AUDIT-EXP-S.

           MOVE SPACES TO AUDIT-RECORD.
           STRING FUNCTION TRIM (WS-MAINT-TS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-INPUT-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-OUTPUT-PATH)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-INC-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-EXP-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-USER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-RESULT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.

           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: audit log write failed - status "
                   WS-AUDIT-STATUS " - run history for this "
                   "invocation was NOT recorded" UPON SYSERR
           END-IF.
           CLOSE AUDIT-FILE.


      ******************************************************************
      * JOBSTREAM DRIVER - RUNS A NAMED CHAIN OF reportgen STEPS FROM  *
      * A JOB CONTROL FILE THAT GIVES EACH STEP'S FILES AS             *
      * KEYWORD=VALUE PAIRS INSTEAD OF POSITIONAL ARGUMENTS. A STEP IS *
      * BYPASSED WHEN A STEP IT DEPENDS ON ENDED ABOVE THE RETURN CODE *
      * IT ALLOWS, AND THE JOB STOPS AT THE FIRST STEP THAT ENDS ABOVE *
      * ITS OWN MAXRC. THE STEP STATUS FILE IS REWRITTEN AROUND EVERY  *
      * STEP SO A RESTART PICKS UP AT THE FAILED STEP, AND EVERY STEP  *
      * IS LOGGED TO ONE CONSOLIDATED JOB LOG.                         *
      *                                                                *
      * INVOCATION: reportgen JOBSTREAM <jobstream.txt>                *
      *                 <stepstatus.txt> <joblog.txt> [RESTART|step]   *
      ******************************************************************

       8100-JOBSTREAM-DRIVER.

           IF WS-ARG-COUNT < 4
               DISPLAY "USAGE: reportgen JOBSTREAM <jobstream.txt>"
                   " <stepstatus.txt> <joblog.txt> [RESTART|step]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-JOBCTL-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JOBSTAT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-JOBLOG-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-JS-RESTART-ARG.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-JS-RESTART-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-JS-RESTART-ARG))
                   TO WS-JS-RESTART-ARG
               IF WS-JS-RESTART-ARG = "NONE"
                   MOVE SPACES TO WS-JS-RESTART-ARG
               END-IF
           END-IF.

      *    THE WHOLE CONTROL FILE IS READ AND CHECKED BEFORE ANY STEP
      *    RUNS, SO A MISSPELLED KEYWORD OR A MISSING FILE STOPS THE
      *    JOB UP FRONT INSTEAD OF HALFWAY THROUGH THE CHAIN.

           PERFORM 8105-READ-JOB-CONTROL.
           IF WS-JS-ERRORS = 0
               PERFORM 8110-VALIDATE-STEPS
           END-IF.
           IF WS-JS-ERRORS > 0
               MOVE WS-JS-ERRORS TO WS-COUNT-BUF
               DISPLAY "Job control file "
                   FUNCTION TRIM (WS-JOBCTL-PATH) ": "
                   FUNCTION TRIM (WS-COUNT-BUF)
                   " error(s) - no steps run" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8130-LOAD-STEP-STATUS.
           IF RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND JOBLOG-FILE.
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "Cannot open job log: "
                   FUNCTION TRIM (WS-JOBLOG-PATH) " status "
                   WS-JOBLOG-STATUS " - no steps run" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-JS-SX FROM WS-JS-FIRST-STEP BY 1
               UNTIL WS-JS-SX > WS-JS-STEP-COUNT
               MOVE "PENDING" TO WS-JS-S-STATE (WS-JS-SX)
               MOVE 0 TO WS-JS-S-RC (WS-JS-SX)
               MOVE SPACES TO WS-JS-S-START (WS-JS-SX)
               MOVE SPACES TO WS-JS-S-END (WS-JS-SX)
               MOVE SPACES TO WS-JS-S-NOTE (WS-JS-SX)
           END-PERFORM.

           PERFORM 8165-JOB-TIMESTAMP.
           MOVE SPACES TO JOBLOG-RECORD.
           IF WS-JS-FIRST-STEP = 1
               STRING "JOB|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-NAME) DELIMITED BY SIZE
                   "|START|" DELIMITED BY SIZE
                   WS-JS-NOW DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JOBCTL-PATH) DELIMITED BY SIZE
                   "|FRESH RUN" DELIMITED BY SIZE
                   INTO JOBLOG-RECORD
               END-STRING
           ELSE
               MOVE SPACES TO WS-TMP-NAME
               IF WS-JS-FIRST-STEP > WS-JS-STEP-COUNT
                   MOVE "ALL STEPS COMPLETE" TO WS-TMP-NAME
               ELSE
                   MOVE WS-JS-S-NAME (WS-JS-FIRST-STEP) TO WS-TMP-NAME
               END-IF
               STRING "JOB|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-NAME) DELIMITED BY SIZE
                   "|START|" DELIMITED BY SIZE
                   WS-JS-NOW DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JOBCTL-PATH) DELIMITED BY SIZE
                   "|RESTART AT " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-TMP-NAME) DELIMITED BY SIZE
                   INTO JOBLOG-RECORD
               END-STRING
           END-IF.
           PERFORM 8160-WRITE-JOBLOG-LINE.

           PERFORM 8150-WRITE-STEP-STATUS.

      *    STEPS AHEAD OF A RESTART POINT KEEP THE OUTCOME AND RETURN
      *    CODE THE STATUS FILE RECORDED, SO LATER DEPENDENCIES ARE
      *    JUDGED AGAINST THE ORIGINAL RUN. ONCE A STEP FAILS THE REST
      *    ARE LOGGED AS NOT RUN AND STAY PENDING FOR THE RESTART.

           PERFORM VARYING WS-JS-SX FROM 1 BY 1
               UNTIL WS-JS-SX > WS-JS-STEP-COUNT
               IF WS-JS-SX < WS-JS-FIRST-STEP
                   MOVE WS-JS-S-STATE (WS-JS-SX) TO WS-JS-OUTCOME
                   MOVE "NOT RERUN ON RESTART"
                       TO WS-JS-S-NOTE (WS-JS-SX)
                   PERFORM 8155-WRITE-STEP-LOG
               ELSE
                   IF WS-JS-STOPPED = "Y"
                       ADD 1 TO WS-JS-NOT-RUN
                       MOVE "NOT RUN" TO WS-JS-OUTCOME
                       MOVE SPACES TO WS-JS-S-NOTE (WS-JS-SX)
                       IF WS-JS-STOP-STEP = SPACES
                           MOVE "STEP STATUS FILE COULD NOT BE WRITTEN"
                               TO WS-JS-S-NOTE (WS-JS-SX)
                       ELSE
                           STRING "JOB STOPPED AT STEP "
                               DELIMITED BY SIZE
                               FUNCTION TRIM (WS-JS-STOP-STEP)
                               DELIMITED BY SIZE
                               INTO WS-JS-S-NOTE (WS-JS-SX)
                           END-STRING
                       END-IF
                       PERFORM 8155-WRITE-STEP-LOG
                   ELSE
                       PERFORM 8135-RUN-STEP
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-JS-HIGH-RC TO WS-JS-RC.
           IF WS-JS-STAT-FAIL = "Y" AND WS-JS-RC = 0
               MOVE 1 TO WS-JS-RC
           END-IF.

           IF WS-JS-STOPPED = "Y"
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               IF WS-JS-BYPASSED > 0
                   MOVE "PARTIAL" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
               END-IF
           END-IF.

           PERFORM 8165-JOB-TIMESTAMP.
           MOVE WS-JS-RC TO WS-JS-RC-BUF.
           MOVE SPACES TO WS-JS-MSG.
           MOVE WS-JS-COMPLETED TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " COMPLETED, " DELIMITED BY SIZE
               INTO WS-JS-MSG
           END-STRING.
           MOVE WS-JS-BYPASSED TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-JS-MSG) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " BYPASSED, " DELIMITED BY SIZE
               INTO WS-JS-MSG
           END-STRING.
           MOVE WS-JS-FAILED TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-JS-MSG) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " FAILED, " DELIMITED BY SIZE
               INTO WS-JS-MSG
           END-STRING.
           MOVE WS-JS-NOT-RUN TO WS-COUNT-BUF.
           STRING FUNCTION TRIM (WS-JS-MSG) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               " NOT RUN" DELIMITED BY SIZE
               INTO WS-JS-MSG
           END-STRING.

           MOVE SPACES TO JOBLOG-RECORD.
           STRING "JOB|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-NAME) DELIMITED BY SIZE
               "|END|" DELIMITED BY SIZE
               WS-JS-NOW DELIMITED BY SIZE
               "|RC " DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-RC-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-AUDIT-RESULT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-MSG) DELIMITED BY SIZE
               INTO JOBLOG-RECORD
           END-STRING.
           PERFORM 8160-WRITE-JOBLOG-LINE.
           CLOSE JOBLOG-FILE.

           DISPLAY "Job " FUNCTION TRIM (WS-JS-NAME) " ended RC "
               FUNCTION TRIM (WS-JS-RC-BUF) " - "
               FUNCTION TRIM (WS-JS-MSG).

           MOVE WS-JOBCTL-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-JOBLOG-PATH TO WS-AUDIT-OUTPUT-PATH.
           MOVE WS-JS-RAN TO WS-TX-COUNT.
           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.
           PERFORM 4000-WRITE-AUDIT-LOG.

           MOVE WS-JS-RC TO RETURN-CODE.

       8104-JOB-CONTROL-ERROR.

           ADD 1 TO WS-JS-ERRORS.
           MOVE WS-JOBCTL-LINE-NUM TO WS-COUNT-BUF.
           DISPLAY "Job control line " FUNCTION TRIM (WS-COUNT-BUF)
               ": " FUNCTION TRIM (WS-JS-MSG) UPON SYSERR.

       8105-READ-JOB-CONTROL.

      *    ONE KEYWORD=VALUE PER LINE; BLANK LINES AND LINES WITH "*"
      *    IN COLUMN 1 ARE IGNORED. ENTRIES AHEAD OF THE FIRST STEP=
      *    ARE JOB-LEVEL; EVERYTHING AFTER A STEP= BELONGS TO THAT STEP.

           OPEN INPUT JOBCTL-FILE.
           IF WS-JOBCTL-STATUS NOT = "00"
               DISPLAY "Cannot open job control file: "
                   FUNCTION TRIM (WS-JOBCTL-PATH) " status "
                   WS-JOBCTL-STATUS UPON SYSERR
               ADD 1 TO WS-JS-ERRORS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-JOBCTL-STATUS NOT = "00"
               READ JOBCTL-FILE INTO WS-JOBCTL-LINE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-JOBCTL-LINE-NUM
                       PERFORM 8106-JOB-CONTROL-LINE
               END-READ
           END-PERFORM.

           CLOSE JOBCTL-FILE.

       8106-JOB-CONTROL-LINE.

           IF WS-JOBCTL-LINE = SPACES
               OR WS-JOBCTL-LINE (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-JS-EQ.
           INSPECT WS-JOBCTL-LINE TALLYING WS-JS-EQ
               FOR CHARACTERS BEFORE INITIAL "=".
           IF WS-JS-EQ = 0 OR WS-JS-EQ >= 599
               MOVE "expected KEYWORD=VALUE" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-JOBCTL-LINE (1:WS-JS-EQ)))
               TO WS-JS-KEY.
           MOVE FUNCTION TRIM (WS-JOBCTL-LINE (WS-JS-EQ + 2:))
               TO WS-JS-VALUE.
           IF WS-JS-VALUE = SPACES
               MOVE SPACES TO WS-JS-MSG
               STRING FUNCTION TRIM (WS-JS-KEY) DELIMITED BY SIZE
                   " has no value" DELIMITED BY SIZE
                   INTO WS-JS-MSG
               END-STRING
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-JS-KEY
               WHEN "JOB"
               WHEN "PROGRAM"
                   IF WS-JS-STEP-COUNT > 0
                       MOVE SPACES TO WS-JS-MSG
                       STRING FUNCTION TRIM (WS-JS-KEY)
                           DELIMITED BY SIZE
                           "= must come before the first STEP="
                           DELIMITED BY SIZE
                           INTO WS-JS-MSG
                       END-STRING
                       PERFORM 8104-JOB-CONTROL-ERROR
                   ELSE
                       IF WS-JS-KEY = "JOB"
                           MOVE FUNCTION UPPER-CASE (WS-JS-VALUE)
                               TO WS-JS-NAME
                       ELSE
                           MOVE WS-JS-VALUE TO WS-JS-PROGRAM
                       END-IF
                   END-IF
               WHEN "STEP"
                   PERFORM 8107-ADD-STEP
               WHEN "MODE"
                   IF WS-JS-STEP-COUNT = 0
                       MOVE "MODE= must follow a STEP=" TO WS-JS-MSG
                       PERFORM 8104-JOB-CONTROL-ERROR
                   ELSE
                       IF WS-JS-S-MODE (WS-JS-STEP-COUNT) NOT = SPACES
                           MOVE "step already has a MODE="
                               TO WS-JS-MSG
                           PERFORM 8104-JOB-CONTROL-ERROR
                       ELSE
                           MOVE FUNCTION UPPER-CASE (WS-JS-VALUE)
                               TO WS-JS-S-MODE (WS-JS-STEP-COUNT)
                       END-IF
                   END-IF
               WHEN "MAXRC"
                   IF WS-JS-STEP-COUNT = 0
                       MOVE "MAXRC= must follow a STEP=" TO WS-JS-MSG
                       PERFORM 8104-JOB-CONTROL-ERROR
                   ELSE
                       IF FUNCTION TEST-NUMVAL (WS-JS-VALUE) NOT = 0
                           OR FUNCTION NUMVAL (WS-JS-VALUE) < 0
                           OR FUNCTION NUMVAL (WS-JS-VALUE) > 999
                           MOVE "MAXRC must be a return code 0-999"
                               TO WS-JS-MSG
                           PERFORM 8104-JOB-CONTROL-ERROR
                       ELSE
                           COMPUTE WS-JS-S-MAXRC (WS-JS-STEP-COUNT) =
                               FUNCTION NUMVAL (WS-JS-VALUE)
                       END-IF
                   END-IF
               WHEN "DEPENDS"
                   PERFORM 8108-ADD-DEPENDENCY
               WHEN OTHER
                   PERFORM 8109-ADD-KEYWORD
           END-EVALUATE.

       8107-ADD-STEP.

           IF WS-JS-STEP-COUNT >= 30
               MOVE "more than 30 steps" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION LENGTH (FUNCTION TRIM (WS-JS-VALUE)) > 16
               MOVE "step name longer than 16 characters" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE (WS-JS-VALUE) TO WS-JS-DEP-NAME.
           PERFORM 8170-FIND-STEP.
           IF WS-JS-TX > 0
               MOVE SPACES TO WS-JS-MSG
               STRING "step " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-DEP-NAME) DELIMITED BY SIZE
                   " is defined twice" DELIMITED BY SIZE
                   INTO WS-JS-MSG
               END-STRING
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-JS-STEP-COUNT.
           MOVE WS-JS-DEP-NAME TO WS-JS-S-NAME (WS-JS-STEP-COUNT).
           MOVE SPACES TO WS-JS-S-MODE (WS-JS-STEP-COUNT).
           MOVE 0 TO WS-JS-S-MAXRC (WS-JS-STEP-COUNT).
           MOVE 0 TO WS-JS-S-DEPS (WS-JS-STEP-COUNT).
           MOVE "PENDING" TO WS-JS-S-STATE (WS-JS-STEP-COUNT).
           MOVE 0 TO WS-JS-S-RC (WS-JS-STEP-COUNT).
           MOVE SPACES TO WS-JS-S-START (WS-JS-STEP-COUNT).
           MOVE SPACES TO WS-JS-S-END (WS-JS-STEP-COUNT).
           MOVE SPACES TO WS-JS-S-NOTE (WS-JS-STEP-COUNT).

       8108-ADD-DEPENDENCY.

      *    DEPENDS=<earlier-step>,<max-rc>: THE STEP RUNS ONLY WHEN
      *    THE EARLIER STEP RAN AND ENDED AT OR BELOW MAX-RC.

           IF WS-JS-STEP-COUNT = 0
               MOVE "DEPENDS= must follow a STEP=" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           IF WS-JS-S-DEPS (WS-JS-STEP-COUNT) >= 5
               MOVE "more than 5 DEPENDS= for one step" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-JS-DEP-NAME.
           MOVE SPACES TO WS-JS-DEP-RC-S.
           UNSTRING WS-JS-VALUE DELIMITED BY ","
               INTO WS-JS-DEP-NAME WS-JS-DEP-RC-S
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-JS-DEP-NAME))
               TO WS-JS-DEP-NAME.

           IF FUNCTION TEST-NUMVAL (WS-JS-DEP-RC-S) NOT = 0
               OR FUNCTION NUMVAL (WS-JS-DEP-RC-S) < 0
               OR FUNCTION NUMVAL (WS-JS-DEP-RC-S) > 999
               MOVE "expected DEPENDS=<step>,<max-rc>" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8170-FIND-STEP.
           IF WS-JS-TX = 0 OR WS-JS-TX = WS-JS-STEP-COUNT
               MOVE SPACES TO WS-JS-MSG
               STRING "DEPENDS= names " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-DEP-NAME) DELIMITED BY SIZE
                   ", which is not an earlier step" DELIMITED BY SIZE
                   INTO WS-JS-MSG
               END-STRING
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-JS-S-DEPS (WS-JS-STEP-COUNT).
           MOVE WS-JS-S-DEPS (WS-JS-STEP-COUNT) TO WS-JS-DX.
           MOVE WS-JS-TX
               TO WS-JS-S-DEP-STEP (WS-JS-STEP-COUNT WS-JS-DX).
           COMPUTE WS-JS-S-DEP-MAXRC (WS-JS-STEP-COUNT WS-JS-DX) =
               FUNCTION NUMVAL (WS-JS-DEP-RC-S).

       8109-ADD-KEYWORD.

      *    A FILE OR PARAMETER KEYWORD, HELD AGAINST THE CURRENT STEP
      *    (STEP 0 = JOB LEVEL). WHETHER THE STEP'S MODE TAKES IT IS
      *    CHECKED ONCE THE WHOLE FILE HAS BEEN READ. THE VALUE GOES
      *    INTO THE STEP'S COMMAND LINE INSIDE DOUBLE QUOTES, WHERE
      *    THE SHELL STILL ACTS ON ", `, $ AND \, SO A VALUE HOLDING
      *    ANY OF THEM IS REFUSED.

           IF WS-JS-KW-COUNT >= 600
               MOVE "more than 600 keyword entries" TO WS-JS-MSG
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-JS-BAD-CHARS.
           INSPECT WS-JS-VALUE TALLYING WS-JS-BAD-CHARS
               FOR ALL '"' ALL "`" ALL "$" ALL "\".
           IF WS-JS-BAD-CHARS > 0
               MOVE SPACES TO WS-JS-MSG
               STRING FUNCTION TRIM (WS-JS-KEY) DELIMITED BY SIZE
                   ' value may not contain ", `, $ or \'
                   DELIMITED BY SIZE
                   INTO WS-JS-MSG
               END-STRING
               PERFORM 8104-JOB-CONTROL-ERROR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-JS-KX FROM 1 BY 1
               UNTIL WS-JS-KX > WS-JS-KW-COUNT
               IF WS-JS-KW-STEP (WS-JS-KX) = WS-JS-STEP-COUNT
                   AND WS-JS-KW-KEY (WS-JS-KX) = WS-JS-KEY
                   MOVE SPACES TO WS-JS-MSG
                   STRING FUNCTION TRIM (WS-JS-KEY) DELIMITED BY SIZE
                       " is given twice" DELIMITED BY SIZE
                       INTO WS-JS-MSG
                   END-STRING
                   PERFORM 8104-JOB-CONTROL-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           ADD 1 TO WS-JS-KW-COUNT.
           MOVE WS-JS-STEP-COUNT TO WS-JS-KW-STEP (WS-JS-KW-COUNT).
           MOVE WS-JS-KEY TO WS-JS-KW-KEY (WS-JS-KW-COUNT).
           MOVE WS-JS-VALUE TO WS-JS-KW-VALUE (WS-JS-KW-COUNT).
           MOVE WS-JOBCTL-LINE-NUM TO WS-JS-KW-LINE (WS-JS-KW-COUNT).

      *    THE JOB-LEVEL AUDIT LOG ALSO TAKES THE JOB'S OWN LINE.

           IF WS-JS-STEP-COUNT = 0 AND WS-JS-KEY = "AUDITLOG"
               MOVE WS-JS-VALUE TO WS-AUDIT-PATH
           END-IF.

       8110-VALIDATE-STEPS.

           IF WS-JS-STEP-COUNT = 0
               DISPLAY "Job control file has no STEP= entries"
                   UPON SYSERR
               ADD 1 TO WS-JS-ERRORS
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-JS-SX FROM 1 BY 1
               UNTIL WS-JS-SX > WS-JS-STEP-COUNT
               PERFORM 8115-MODE-KEYWORDS
               IF WS-JS-KEYLIST = SPACES
                   IF WS-JS-S-MODE (WS-JS-SX) = SPACES
                       DISPLAY "Step " FUNCTION TRIM
                           (WS-JS-S-NAME (WS-JS-SX))
                           " has no MODE=" UPON SYSERR
                   ELSE
                       DISPLAY "Step " FUNCTION TRIM
                           (WS-JS-S-NAME (WS-JS-SX))
                           ": unknown mode " FUNCTION TRIM
                           (WS-JS-S-MODE (WS-JS-SX)) UPON SYSERR
                   END-IF
                   ADD 1 TO WS-JS-ERRORS
               ELSE
                   PERFORM 8125-BUILD-STEP-ARGS
               END-IF
           END-PERFORM.

      *    A JOB-LEVEL KEYWORD IS A DEFAULT FOR EVERY STEP WHOSE MODE
      *    TAKES IT; ONE THAT NO STEP IN THE JOB TAKES IS A TYPO.

           PERFORM VARYING WS-JS-KX FROM 1 BY 1
               UNTIL WS-JS-KX > WS-JS-KW-COUNT
               IF WS-JS-KW-STEP (WS-JS-KX) = 0
                   MOVE "N" TO WS-JS-USED
                   MOVE WS-JS-KW-KEY (WS-JS-KX) TO WS-JS-KEY
                   PERFORM VARYING WS-JS-SX FROM 1 BY 1
                       UNTIL WS-JS-SX > WS-JS-STEP-COUNT
                       PERFORM 8115-MODE-KEYWORDS
                       PERFORM 8120-KEYWORD-POSITION
                       IF WS-JS-POS > 0
                           MOVE "Y" TO WS-JS-USED
                       END-IF
                   END-PERFORM
                   IF WS-JS-USED = "N"
                       MOVE WS-JS-KW-LINE (WS-JS-KX) TO WS-COUNT-BUF
                       DISPLAY "Job control line "
                           FUNCTION TRIM (WS-COUNT-BUF) ": "
                           FUNCTION TRIM (WS-JS-KEY)
                           " is not a keyword of any step's mode"
                           UPON SYSERR
                       ADD 1 TO WS-JS-ERRORS
                   END-IF
               END-IF
           END-PERFORM.

       8115-MODE-KEYWORDS.

      *    THE KEYWORDS OF WS-JS-S-MODE (WS-JS-SX) IN THE ORDER OF THE
      *    MODE'S POSITIONAL ARGUMENTS. THE FIRST WS-JS-MUST OF THEM
      *    HAVE TO BE GIVEN; AT LEAST WS-JS-MINARGS ARE ALWAYS PASSED
      *    (NONE FILLS ANY GAP). CSV IS THE PLAIN ONE-FILE REPORT RUN,
      *    WHICH TAKES NO MODE WORD. A BLANK LIST IS AN UNKNOWN MODE.

           MOVE SPACES TO WS-JS-KEYLIST.
           MOVE 0 TO WS-JS-MUST.
           MOVE 0 TO WS-JS-MINARGS.

           EVALUATE WS-JS-S-MODE (WS-JS-SX)
               WHEN "CSV"
                   STRING "INPUT OUTPUT REJECT CATOVERFLOW CATMASTER "
                       "BUDGET CHECKPOINT LEDGER AUDITLOG CATRULES "
                       "JOURNAL CLEARING-GL SUSPENSE-GL DUPLICATES "
                       "DUP-MODE SNAPSHOT STATEMENT ACCTMASTER RATES "
                       "BASE-CURRENCY FISCALCAL LIMITS ALERTS TXSTORE "
                       "PERSTAT CLOSED-MODE TRANSFERS TRANSFER-WINDOW "
                       "PAYEES DEPTMASTER ACCRUALS TAXCODES "
                       "TAXLIABILITY TAX-PAYABLE-GL TAX-RECOVERABLE-GL"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 2 TO WS-JS-MUST
               WHEN "BATCH"
                   STRING "CONTROL OUTPUT REJECT CATOVERFLOW CATMASTER "
                       "BUDGET LEDGER AUDITLOG CATRULES "
                       "JOURNAL CLEARING-GL SUSPENSE-GL DUPLICATES "
                       "DUP-MODE SNAPSHOT STATEMENT ACCTMASTER RATES "
                       "BASE-CURRENCY FISCALCAL LIMITS ALERTS TXSTORE "
                       "PERSTAT CLOSED-MODE TRANSFERS TRANSFER-WINDOW "
                       "PAYEES DEPTMASTER ACCRUALS TAXCODES "
                       "TAXLIABILITY TAX-PAYABLE-GL TAX-RECOVERABLE-GL"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 2 TO WS-JS-MUST
               WHEN "QUERY"
                   MOVE "TXSTORE FROM-DATE TO-DATE ACCOUNT OUTPUT"
                       TO WS-JS-KEYLIST
                   MOVE 3 TO WS-JS-MUST
               WHEN "CLOSE"
                   MOVE "PERSTAT PERIOD AUDITLOG" TO WS-JS-KEYLIST
                   MOVE 2 TO WS-JS-MUST
               WHEN "RECON"
                   MOVE "TXSTORE BANKFILE REPORT ACCOUNT TOLERANCE-DAYS"
                       TO WS-JS-KEYLIST
                   MOVE 3 TO WS-JS-MUST
               WHEN "FORECAST"
                   MOVE "TXSTORE OUTPUT PERIODS ACCOUNT"
                       TO WS-JS-KEYLIST
                   MOVE 2 TO WS-JS-MUST
               WHEN "MAINT"
                   STRING "UPDATES REPORT CATMASTER CATRULES LIMITS "
                       "ACCTMASTER DEPTMASTER AUDITLOG USER-ID"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 2 TO WS-JS-MUST
                   MOVE 6 TO WS-JS-MINARGS
               WHEN "PURGE"
                   MOVE "TXSTORE CUTOFF-DATE ARCHIVE REPORT PURGELOG"
                       TO WS-JS-KEYLIST
                   MOVE 3 TO WS-JS-MUST
               WHEN "GLACK"
                   MOVE "JOURNAL ACK REPORT RESEND" TO WS-JS-KEYLIST
                   MOVE 3 TO WS-JS-MUST
               WHEN "RECAT"
                   STRING "TXSTORE FROM-DATE TO-DATE CATMASTER "
                       "CATRULES REPORT JOURNAL ACCOUNT PERSTAT "
                       "FISCALCAL SUSPENSE-GL AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 7 TO WS-JS-MUST
               WHEN "REVALUE"
                   STRING "TXSTORE PERIOD RATES REPORT JOURNAL "
                       "REVALHIST FISCALCAL PERSTAT BASE-CURRENCY "
                       "GAIN-GL LOSS-GL CLEARING-GL ACCOUNT AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 6 TO WS-JS-MUST
               WHEN "YEAREND"
                   STRING "TXSTORE FISCAL-YEAR PERSTAT ACCTMASTER "
                       "JOURNAL REPORT FISCALCAL CATMASTER "
                       "RETAINED-EARNINGS-GL SUSPENSE-GL AUDITLOG "
                       "USER-ID"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 6 TO WS-JS-MUST
               WHEN "BALANCE"
                   STRING "TXSTORE AS-OF-DATE ACCTMASTER OUTPUT REPORT "
                       "STALE-DAYS AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 5 TO WS-JS-MUST
               WHEN "ANOMALY"
                   STRING "TXSTORE FROM-DATE TO-DATE REPORT "
                       "WINDOW-DAYS THRESHOLD AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 4 TO WS-JS-MUST
               WHEN "EXTRACT"
                   STRING "TXSTORE CONTROL EXTRACT CATMASTER "
                       "DEPTMASTER PURGELOG AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 3 TO WS-JS-MUST
               WHEN "VERIFY"
                   STRING "TXSTORE REPORT CATMASTER DEPTMASTER "
                       "ACCTMASTER FISCALCAL RATES BASE-CURRENCY "
                       "SNAPSHOT AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 5 TO WS-JS-MUST
               WHEN "CONVERT"
                   STRING "OLD-STORE TXSTORE CATMASTER SUSPENSE-GL "
                       "AUDITLOG"
                       DELIMITED BY SIZE INTO WS-JS-KEYLIST
                   END-STRING
                   MOVE 3 TO WS-JS-MUST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-JS-MINARGS < WS-JS-MUST
               MOVE WS-JS-MUST TO WS-JS-MINARGS
           END-IF.

       8120-KEYWORD-POSITION.

      *    POSITION OF WS-JS-KEY IN WS-JS-KEYLIST (0 = NOT THERE).

           MOVE 0 TO WS-JS-POS.
           MOVE 0 TO WS-JS-WORD-NUM.
           MOVE 1 TO WS-JS-PTR.

           PERFORM UNTIL WS-JS-PTR > 600 OR WS-JS-POS > 0
               MOVE SPACES TO WS-JS-WORD
               UNSTRING WS-JS-KEYLIST DELIMITED BY ALL SPACE
                   INTO WS-JS-WORD WITH POINTER WS-JS-PTR
               END-UNSTRING
               IF WS-JS-WORD = SPACES
                   MOVE 601 TO WS-JS-PTR
               ELSE
                   ADD 1 TO WS-JS-WORD-NUM
                   IF WS-JS-WORD = WS-JS-KEY
                       MOVE WS-JS-WORD-NUM TO WS-JS-POS
                   END-IF
               END-IF
           END-PERFORM.

       8122-POSITION-KEYWORD.

      *    THE KEYWORD AT POSITION WS-JS-POS OF WS-JS-KEYLIST.

           MOVE 0 TO WS-JS-WORD-NUM.
           MOVE 1 TO WS-JS-PTR.

           PERFORM UNTIL WS-JS-PTR > 600
               OR WS-JS-WORD-NUM = WS-JS-POS
               MOVE SPACES TO WS-JS-WORD
               UNSTRING WS-JS-KEYLIST DELIMITED BY ALL SPACE
                   INTO WS-JS-WORD WITH POINTER WS-JS-PTR
               END-UNSTRING
               ADD 1 TO WS-JS-WORD-NUM
           END-PERFORM.

       8125-BUILD-STEP-ARGS.

      *    TURNS STEP WS-JS-SX'S KEYWORDS, THEN ANY JOB-LEVEL DEFAULTS
      *    IT DID NOT OVERRIDE, INTO THE MODE'S POSITIONAL ARGUMENT
      *    LIST, WITH NONE IN EVERY GAP UP TO THE LAST ONE GIVEN. USED
      *    BOTH TO CHECK THE STEP UP FRONT AND TO BUILD ITS COMMAND.

           PERFORM 8115-MODE-KEYWORDS.

           PERFORM VARYING WS-JS-AX FROM 1 BY 1 UNTIL WS-JS-AX > 40
               MOVE SPACES TO WS-JS-ARG (WS-JS-AX)
               MOVE "N" TO WS-JS-ARG-SET (WS-JS-AX)
           END-PERFORM.
           MOVE 0 TO WS-JS-ARG-HIGH.

           PERFORM VARYING WS-JS-KX FROM 1 BY 1
               UNTIL WS-JS-KX > WS-JS-KW-COUNT
               IF WS-JS-KW-STEP (WS-JS-KX) = WS-JS-SX
                   MOVE WS-JS-KW-KEY (WS-JS-KX) TO WS-JS-KEY
                   PERFORM 8120-KEYWORD-POSITION
                   IF WS-JS-POS = 0
                       MOVE WS-JS-KW-LINE (WS-JS-KX) TO WS-COUNT-BUF
                       DISPLAY "Job control line "
                           FUNCTION TRIM (WS-COUNT-BUF) ": "
                           FUNCTION TRIM (WS-JS-KEY)
                           " is not a keyword of mode "
                           FUNCTION TRIM (WS-JS-S-MODE (WS-JS-SX))
                           UPON SYSERR
                       ADD 1 TO WS-JS-ERRORS
                   ELSE
                       MOVE WS-JS-KW-VALUE (WS-JS-KX)
                           TO WS-JS-ARG (WS-JS-POS)
                       MOVE "Y" TO WS-JS-ARG-SET (WS-JS-POS)
                       IF WS-JS-POS > WS-JS-ARG-HIGH
                           MOVE WS-JS-POS TO WS-JS-ARG-HIGH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-JS-KX FROM 1 BY 1
               UNTIL WS-JS-KX > WS-JS-KW-COUNT
               IF WS-JS-KW-STEP (WS-JS-KX) = 0
                   MOVE WS-JS-KW-KEY (WS-JS-KX) TO WS-JS-KEY
                   PERFORM 8120-KEYWORD-POSITION
                   IF WS-JS-POS > 0
                       IF WS-JS-ARG-SET (WS-JS-POS) = "N"
                           MOVE WS-JS-KW-VALUE (WS-JS-KX)
                               TO WS-JS-ARG (WS-JS-POS)
                           MOVE "Y" TO WS-JS-ARG-SET (WS-JS-POS)
                           IF WS-JS-POS > WS-JS-ARG-HIGH
                               MOVE WS-JS-POS TO WS-JS-ARG-HIGH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-JS-AX FROM 1 BY 1
               UNTIL WS-JS-AX > WS-JS-MUST
               IF WS-JS-ARG-SET (WS-JS-AX) = "N"
                   MOVE WS-JS-AX TO WS-JS-POS
                   PERFORM 8122-POSITION-KEYWORD
                   DISPLAY "Step " FUNCTION TRIM
                       (WS-JS-S-NAME (WS-JS-SX)) " ("
                       FUNCTION TRIM (WS-JS-S-MODE (WS-JS-SX))
                       ") needs " FUNCTION TRIM (WS-JS-WORD) "="
                       UPON SYSERR
                   ADD 1 TO WS-JS-ERRORS
               END-IF
           END-PERFORM.

      *    QUERY'S ACCOUNT SITS AHEAD OF ITS REQUIRED OUTPUT AND IS
      *    LEFT OUT ALTOGETHER RATHER THAN PASSED AS NONE.

           IF WS-JS-S-MODE (WS-JS-SX) = "QUERY"
               IF WS-JS-ARG-SET (5) = "N"
                   DISPLAY "Step " FUNCTION TRIM
                       (WS-JS-S-NAME (WS-JS-SX))
                       " (QUERY) needs OUTPUT=" UPON SYSERR
                   ADD 1 TO WS-JS-ERRORS
               END-IF
               IF WS-JS-ARG-SET (4) = "N"
                   MOVE WS-JS-ARG (5) TO WS-JS-ARG (4)
                   MOVE WS-JS-ARG-SET (5) TO WS-JS-ARG-SET (4)
                   MOVE SPACES TO WS-JS-ARG (5)
                   MOVE "N" TO WS-JS-ARG-SET (5)
                   MOVE 4 TO WS-JS-ARG-HIGH
               END-IF
           END-IF.

           IF WS-JS-ARG-HIGH < WS-JS-MINARGS
               MOVE WS-JS-MINARGS TO WS-JS-ARG-HIGH
           END-IF.

           PERFORM VARYING WS-JS-AX FROM 1 BY 1
               UNTIL WS-JS-AX > WS-JS-ARG-HIGH
               IF WS-JS-ARG-SET (WS-JS-AX) = "N"
                   MOVE "NONE" TO WS-JS-ARG (WS-JS-AX)
               END-IF
           END-PERFORM.

       8130-LOAD-STEP-STATUS.

      *    THE STATUS FILE HOLDS ONE LINE PER STEP FROM THE LAST RUN,
      *    NAME|MODE|STATE|RC|START|END. A FRESH RUN ONLY WARNS WHEN
      *    THAT RUN DID NOT FINISH; A RESTART TAKES THE RECORDED STATES
      *    AND STARTS AT THE FIRST STEP NOT COMPLETED OR BYPASSED (OR
      *    AT THE NAMED STEP, WHEN EVERY STEP AHEAD OF IT IS).

           MOVE 1 TO WS-JS-FIRST-STEP.
           MOVE 0 TO WS-JS-STAT-LINES.
           MOVE "N" TO WS-JS-MISMATCH.
           MOVE SPACES TO WS-JS-INCOMPLETE.

           OPEN INPUT JOBSTAT-FILE.
           IF WS-JOBSTAT-STATUS NOT = "00"
               IF WS-JS-RESTART-ARG NOT = SPACES
                   DISPLAY "Cannot restart - no step status file "
                       FUNCTION TRIM (WS-JOBSTAT-PATH) " status "
                       WS-JOBSTAT-STATUS UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-JOBSTAT-STATUS NOT = "00"
               READ JOBSTAT-FILE INTO WS-JOBSTAT-LINE
                   AT END CONTINUE
                   NOT AT END PERFORM 8132-STEP-STATUS-LINE
               END-READ
           END-PERFORM.

           CLOSE JOBSTAT-FILE.

           IF WS-JS-STAT-LINES NOT = WS-JS-STEP-COUNT
               MOVE "Y" TO WS-JS-MISMATCH
           END-IF.

           IF WS-JS-RESTART-ARG = SPACES
               IF WS-JS-MISMATCH = "N"
                   AND WS-JS-INCOMPLETE NOT = SPACES
                   DISPLAY "Warning: the last run of job "
                       FUNCTION TRIM (WS-JS-NAME) " stopped at step "
                       FUNCTION TRIM (WS-JS-INCOMPLETE)
                       " - starting again from the first step"
                       UPON SYSERR
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-JS-MISMATCH = "Y"
               DISPLAY "Cannot restart - step status file "
                   FUNCTION TRIM (WS-JOBSTAT-PATH)
                   " does not list this job's steps" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-JS-RESTART-ARG = "RESTART"
               COMPUTE WS-JS-FIRST-STEP = WS-JS-STEP-COUNT + 1
               PERFORM VARYING WS-JS-TX FROM WS-JS-STEP-COUNT BY -1
                   UNTIL WS-JS-TX < 1
                   IF WS-JS-S-STATE (WS-JS-TX) NOT = "COMPLETED"
                       AND WS-JS-S-STATE (WS-JS-TX) NOT = "BYPASSED"
                       MOVE WS-JS-TX TO WS-JS-FIRST-STEP
                   END-IF
               END-PERFORM
               IF WS-JS-FIRST-STEP > WS-JS-STEP-COUNT
                   DISPLAY "Every step of job "
                       FUNCTION TRIM (WS-JS-NAME)
                       " already completed - nothing to restart"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JS-RESTART-ARG TO WS-JS-DEP-NAME.
           PERFORM 8170-FIND-STEP.
           IF WS-JS-TX = 0
               DISPLAY "Cannot restart - job has no step "
                   FUNCTION TRIM (WS-JS-RESTART-ARG) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JS-TX TO WS-JS-FIRST-STEP.

           PERFORM VARYING WS-JS-TX FROM 1 BY 1
               UNTIL WS-JS-TX >= WS-JS-FIRST-STEP
               OR RETURN-CODE = 1
               IF WS-JS-S-STATE (WS-JS-TX) NOT = "COMPLETED"
                   AND WS-JS-S-STATE (WS-JS-TX) NOT = "BYPASSED"
                   DISPLAY "Cannot restart at "
                       FUNCTION TRIM (WS-JS-RESTART-ARG)
                       " - earlier step "
                       FUNCTION TRIM (WS-JS-S-NAME (WS-JS-TX))
                       " is " FUNCTION TRIM (WS-JS-S-STATE (WS-JS-TX))
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-PERFORM.

       8132-STEP-STATUS-LINE.

           IF WS-JOBSTAT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-JS-STAT-LINES.
           IF WS-JS-STAT-LINES > WS-JS-STEP-COUNT
               MOVE "Y" TO WS-JS-MISMATCH
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-JS-F1 WS-JS-F2 WS-JS-F3 WS-JS-F4
               WS-JS-F5 WS-JS-F6.
           UNSTRING WS-JOBSTAT-LINE DELIMITED BY "|"
               INTO WS-JS-F1 WS-JS-F2 WS-JS-F3 WS-JS-F4 WS-JS-F5
                   WS-JS-F6
           END-UNSTRING.

           IF WS-JS-F1 NOT = WS-JS-S-NAME (WS-JS-STAT-LINES)
               MOVE "Y" TO WS-JS-MISMATCH
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JS-F3 TO WS-JS-S-STATE (WS-JS-STAT-LINES).
           IF WS-JS-F4 = SPACES
               OR FUNCTION TEST-NUMVAL (WS-JS-F4) NOT = 0
               MOVE 0 TO WS-JS-S-RC (WS-JS-STAT-LINES)
           ELSE
               COMPUTE WS-JS-S-RC (WS-JS-STAT-LINES) =
                   FUNCTION NUMVAL (WS-JS-F4)
           END-IF.
           MOVE WS-JS-F5 TO WS-JS-S-START (WS-JS-STAT-LINES).
           MOVE WS-JS-F6 TO WS-JS-S-END (WS-JS-STAT-LINES).

           IF WS-JS-INCOMPLETE = SPACES
               AND WS-JS-F3 NOT = "COMPLETED"
               AND WS-JS-F3 NOT = "BYPASSED"
               MOVE WS-JS-F1 TO WS-JS-INCOMPLETE
           END-IF.

       8135-RUN-STEP.

           MOVE "PENDING" TO WS-JS-S-STATE (WS-JS-SX).
           MOVE SPACES TO WS-JS-S-NOTE (WS-JS-SX).
           PERFORM 8137-CHECK-DEPENDENCIES.

           IF WS-JS-S-STATE (WS-JS-SX) = "BYPASSED"
               PERFORM 8165-JOB-TIMESTAMP
               MOVE WS-JS-NOW TO WS-JS-S-START (WS-JS-SX)
               MOVE WS-JS-NOW TO WS-JS-S-END (WS-JS-SX)
               MOVE 0 TO WS-JS-S-RC (WS-JS-SX)
               ADD 1 TO WS-JS-BYPASSED
               DISPLAY "Step " FUNCTION TRIM (WS-JS-S-NAME (WS-JS-SX))
                   " bypassed - " FUNCTION TRIM
                   (WS-JS-S-NOTE (WS-JS-SX))
               PERFORM 8150-WRITE-STEP-STATUS
               MOVE "BYPASSED" TO WS-JS-OUTCOME
               PERFORM 8155-WRITE-STEP-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8125-BUILD-STEP-ARGS.
           PERFORM 8140-BUILD-COMMAND.

      *    A COMMAND LINE THAT DOES NOT FIT IS NEVER RUN CUT SHORT -
      *    THE STEP FAILS AND STOPS THE JOB.

           IF WS-JS-CMD-OVERFLOW = "Y"
               PERFORM 8165-JOB-TIMESTAMP
               MOVE WS-JS-NOW TO WS-JS-S-START (WS-JS-SX)
               MOVE WS-JS-NOW TO WS-JS-S-END (WS-JS-SX)
               MOVE 999 TO WS-JS-S-RC (WS-JS-SX)
               IF WS-JS-S-RC (WS-JS-SX) > WS-JS-HIGH-RC
                   MOVE WS-JS-S-RC (WS-JS-SX) TO WS-JS-HIGH-RC
               END-IF
               MOVE "FAILED" TO WS-JS-S-STATE (WS-JS-SX)
               MOVE "COMMAND LINE TOO LONG - STEP NOT RUN"
                   TO WS-JS-S-NOTE (WS-JS-SX)
               ADD 1 TO WS-JS-FAILED
               MOVE "Y" TO WS-JS-STOPPED
               MOVE WS-JS-S-NAME (WS-JS-SX) TO WS-JS-STOP-STEP
               DISPLAY "Step " FUNCTION TRIM (WS-JS-S-NAME (WS-JS-SX))
                   " failed - command line too long" UPON SYSERR
               PERFORM 8150-WRITE-STEP-STATUS
               MOVE "FAILED" TO WS-JS-OUTCOME
               PERFORM 8155-WRITE-STEP-LOG
               EXIT PARAGRAPH
           END-IF.

      *    THE STEP IS MARKED RUNNING BEFORE IT STARTS SO THAT A JOB
      *    KILLED MID-STEP RESTARTS AT THAT STEP. NO STEP RUNS WHEN
      *    THE STATUS FILE CANNOT BE WRITTEN.

           PERFORM 8165-JOB-TIMESTAMP.
           MOVE WS-JS-NOW TO WS-JS-S-START (WS-JS-SX).
           MOVE SPACES TO WS-JS-S-END (WS-JS-SX).
           MOVE "RUNNING" TO WS-JS-S-STATE (WS-JS-SX).
           PERFORM 8150-WRITE-STEP-STATUS.
           IF WS-JS-STAT-FAIL = "Y"
               MOVE "PENDING" TO WS-JS-S-STATE (WS-JS-SX)
               MOVE WS-JS-S-NAME (WS-JS-SX) TO WS-JS-STOP-STEP
               ADD 1 TO WS-JS-NOT-RUN
               MOVE "NOT RUN" TO WS-JS-OUTCOME
               MOVE "STEP STATUS FILE COULD NOT BE WRITTEN"
                   TO WS-JS-S-NOTE (WS-JS-SX)
               PERFORM 8155-WRITE-STEP-LOG
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Step " FUNCTION TRIM (WS-JS-S-NAME (WS-JS-SX))
               " (" FUNCTION TRIM (WS-JS-S-MODE (WS-JS-SX))
               ") started " WS-JS-NOW.

           CALL "SYSTEM" USING WS-JS-CMD.
           MOVE RETURN-CODE TO WS-JS-RC.
           MOVE 0 TO RETURN-CODE.

      *    ON UNIX THE SYSTEM CALL HANDS BACK THE RAW WAIT STATUS WITH
      *    THE STEP'S EXIT CODE IN THE SECOND BYTE. A NEGATIVE VALUE
      *    MEANS THE COMMAND COULD NOT BE STARTED AT ALL.

           IF WS-JS-RC > 255
               DIVIDE 256 INTO WS-JS-RC
           END-IF.
           IF WS-JS-RC < 0
               MOVE 999 TO WS-JS-RC
               MOVE "COMMAND COULD NOT BE STARTED"
                   TO WS-JS-S-NOTE (WS-JS-SX)
           END-IF.

           PERFORM 8165-JOB-TIMESTAMP.
           MOVE WS-JS-NOW TO WS-JS-S-END (WS-JS-SX).
           MOVE WS-JS-RC TO WS-JS-S-RC (WS-JS-SX).
           ADD 1 TO WS-JS-RAN.
           IF WS-JS-RC > WS-JS-HIGH-RC
               MOVE WS-JS-RC TO WS-JS-HIGH-RC
           END-IF.

           IF WS-JS-RC > WS-JS-S-MAXRC (WS-JS-SX)
               MOVE "FAILED" TO WS-JS-S-STATE (WS-JS-SX)
               ADD 1 TO WS-JS-FAILED
               MOVE "Y" TO WS-JS-STOPPED
               MOVE WS-JS-S-NAME (WS-JS-SX) TO WS-JS-STOP-STEP
               IF WS-JS-S-NOTE (WS-JS-SX) = SPACES
                   MOVE WS-JS-S-MAXRC (WS-JS-SX) TO WS-JS-RC-BUF
                   STRING "RC ABOVE MAXRC " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-JS-RC-BUF) DELIMITED BY SIZE
                       INTO WS-JS-S-NOTE (WS-JS-SX)
                   END-STRING
               END-IF
           ELSE
               MOVE "COMPLETED" TO WS-JS-S-STATE (WS-JS-SX)
               ADD 1 TO WS-JS-COMPLETED
           END-IF.

           MOVE WS-JS-S-RC (WS-JS-SX) TO WS-JS-RC-BUF.
           DISPLAY "Step " FUNCTION TRIM (WS-JS-S-NAME (WS-JS-SX))
               " ended RC " FUNCTION TRIM (WS-JS-RC-BUF) " - "
               FUNCTION TRIM (WS-JS-S-STATE (WS-JS-SX)).

           PERFORM 8150-WRITE-STEP-STATUS.
           MOVE WS-JS-S-STATE (WS-JS-SX) TO WS-JS-OUTCOME.
           PERFORM 8155-WRITE-STEP-LOG.

       8137-CHECK-DEPENDENCIES.

      *    A STEP IS BYPASSED WHEN ANY STEP IT DEPENDS ON WAS ITSELF
      *    BYPASSED OR ENDED ABOVE THE RETURN CODE THIS STEP ALLOWS.

           PERFORM VARYING WS-JS-DX FROM 1 BY 1
               UNTIL WS-JS-DX > WS-JS-S-DEPS (WS-JS-SX)
               OR WS-JS-S-STATE (WS-JS-SX) = "BYPASSED"
               MOVE WS-JS-S-DEP-STEP (WS-JS-SX WS-JS-DX) TO WS-JS-TX
               IF WS-JS-S-STATE (WS-JS-TX) = "BYPASSED"
                   MOVE "BYPASSED" TO WS-JS-S-STATE (WS-JS-SX)
                   STRING "STEP " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-JS-S-NAME (WS-JS-TX))
                       DELIMITED BY SIZE
                       " WAS BYPASSED" DELIMITED BY SIZE
                       INTO WS-JS-S-NOTE (WS-JS-SX)
                   END-STRING
               ELSE
                   IF WS-JS-S-RC (WS-JS-TX)
                       > WS-JS-S-DEP-MAXRC (WS-JS-SX WS-JS-DX)
                       MOVE "BYPASSED" TO WS-JS-S-STATE (WS-JS-SX)
                       MOVE WS-JS-S-RC (WS-JS-TX) TO WS-JS-RC-BUF
                       MOVE WS-JS-S-DEP-MAXRC (WS-JS-SX WS-JS-DX)
                           TO WS-JS-RC2-BUF
                       STRING "STEP " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-JS-S-NAME (WS-JS-TX))
                           DELIMITED BY SIZE
                           " ENDED RC " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-JS-RC-BUF)
                           DELIMITED BY SIZE
                           ", ABOVE " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-JS-RC2-BUF)
                           DELIMITED BY SIZE
                           INTO WS-JS-S-NOTE (WS-JS-SX)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       8140-BUILD-COMMAND.

      *    PROGRAM [MODE] "ARG" "ARG" ... - EVERY ARGUMENT IS QUOTED SO
      *    A PATH WITH SPACES STAYS ONE ARGUMENT. A COMMAND THAT DOES
      *    NOT FIT WS-JS-CMD SETS WS-JS-CMD-OVERFLOW FOR 8135.

           MOVE SPACES TO WS-JS-CMD.
           MOVE 1 TO WS-JS-CMD-PTR.
           MOVE "N" TO WS-JS-CMD-OVERFLOW.
           STRING FUNCTION TRIM (WS-JS-PROGRAM) DELIMITED BY SIZE
               INTO WS-JS-CMD WITH POINTER WS-JS-CMD-PTR
               ON OVERFLOW
                   MOVE "Y" TO WS-JS-CMD-OVERFLOW
           END-STRING.

           IF WS-JS-S-MODE (WS-JS-SX) NOT = "CSV"
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-S-MODE (WS-JS-SX))
                   DELIMITED BY SIZE
                   INTO WS-JS-CMD WITH POINTER WS-JS-CMD-PTR
                   ON OVERFLOW
                       MOVE "Y" TO WS-JS-CMD-OVERFLOW
               END-STRING
           END-IF.

           PERFORM VARYING WS-JS-AX FROM 1 BY 1
               UNTIL WS-JS-AX > WS-JS-ARG-HIGH
               STRING ' "' DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-ARG (WS-JS-AX))
                   DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-JS-CMD WITH POINTER WS-JS-CMD-PTR
                   ON OVERFLOW
                       MOVE "Y" TO WS-JS-CMD-OVERFLOW
               END-STRING
           END-PERFORM.

       8150-WRITE-STEP-STATUS.

      *    REWRITES THE WHOLE STATUS FILE, ONE LINE PER STEP. THE RC
      *    IS BLANK FOR A STEP THAT HAS NOT RUN.

           OPEN OUTPUT JOBSTAT-FILE.
           IF WS-JOBSTAT-STATUS NOT = "00"
               DISPLAY "Cannot write step status file: "
                   FUNCTION TRIM (WS-JOBSTAT-PATH) " status "
                   WS-JOBSTAT-STATUS " - job stopped" UPON SYSERR
               MOVE "Y" TO WS-JS-STAT-FAIL
               MOVE "Y" TO WS-JS-STOPPED
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-JS-TX FROM 1 BY 1
               UNTIL WS-JS-TX > WS-JS-STEP-COUNT
               MOVE SPACES TO WS-JS-RC-S
               IF WS-JS-S-STATE (WS-JS-TX) = "COMPLETED"
                   OR WS-JS-S-STATE (WS-JS-TX) = "FAILED"
                   MOVE WS-JS-S-RC (WS-JS-TX) TO WS-JS-RC-BUF
                   MOVE FUNCTION TRIM (WS-JS-RC-BUF) TO WS-JS-RC-S
               END-IF
               MOVE SPACES TO JOBSTAT-RECORD
               STRING FUNCTION TRIM (WS-JS-S-NAME (WS-JS-TX))
                   DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-S-MODE (WS-JS-TX))
                   DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-JS-S-STATE (WS-JS-TX))
                   DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-JS-RC-S DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-JS-S-START (WS-JS-TX) DELIMITED BY "  "
                   "|" DELIMITED BY SIZE
                   WS-JS-S-END (WS-JS-TX) DELIMITED BY "  "
                   INTO JOBSTAT-RECORD
               END-STRING
               WRITE JOBSTAT-RECORD
               IF WS-JOBSTAT-STATUS NOT = "00"
                   DISPLAY "Step status write failed - status "
                       WS-JOBSTAT-STATUS " - job stopped" UPON SYSERR
                   MOVE "Y" TO WS-JS-STAT-FAIL
                   MOVE "Y" TO WS-JS-STOPPED
               END-IF
           END-PERFORM.

           CLOSE JOBSTAT-FILE.

       8155-WRITE-STEP-LOG.

      *    STEP|JOB|STEP|MODE|START|END|RC|OUTCOME|NOTE - THE RC IS
      *    BLANK FOR A STEP THAT WAS BYPASSED OR NOT RUN.

           MOVE SPACES TO WS-JS-RC-S.
           IF WS-JS-S-STATE (WS-JS-SX) = "COMPLETED"
               OR WS-JS-S-STATE (WS-JS-SX) = "FAILED"
               MOVE WS-JS-S-RC (WS-JS-SX) TO WS-JS-RC-BUF
               MOVE FUNCTION TRIM (WS-JS-RC-BUF) TO WS-JS-RC-S
           END-IF.

           MOVE SPACES TO JOBLOG-RECORD.
           STRING "STEP|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-S-NAME (WS-JS-SX))
               DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-S-MODE (WS-JS-SX))
               DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-JS-S-START (WS-JS-SX) DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               WS-JS-S-END (WS-JS-SX) DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               WS-JS-RC-S DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-OUTCOME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-JS-S-NOTE (WS-JS-SX))
               DELIMITED BY SIZE
               INTO JOBLOG-RECORD
           END-STRING.
           PERFORM 8160-WRITE-JOBLOG-LINE.

       8160-WRITE-JOBLOG-LINE.

           WRITE JOBLOG-RECORD.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "Warning: job log write failed - status "
                   WS-JOBLOG-STATUS UPON SYSERR
           END-IF.

       8165-JOB-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           MOVE SPACES TO WS-JS-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               WS-AUDIT-NOW (11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-AUDIT-NOW (13:2) DELIMITED BY SIZE
               INTO WS-JS-NOW
           END-STRING.

       8170-FIND-STEP.

      *    INDEX OF THE STEP NAMED WS-JS-DEP-NAME (0 = NO SUCH STEP).

           MOVE 0 TO WS-JS-TX.
           PERFORM VARYING WS-JS-KX FROM 1 BY 1
               UNTIL WS-JS-KX > WS-JS-STEP-COUNT OR WS-JS-TX > 0
               IF WS-JS-S-NAME (WS-JS-KX) = WS-JS-DEP-NAME
                   MOVE WS-JS-KX TO WS-JS-TX
               END-IF
           END-PERFORM.

      ******************************************************************
      * VERIFY DRIVER - INTEGRITY AUDIT OF THE TRANSACTION STORE.      *
      * CHECKS EVERY STORE ROW AGAINST THE FISCAL CALENDAR, THE        *
      * CATEGORY, DEPARTMENT AND ACCOUNT MASTERS AND THE EXCHANGE      *
      * RATES, RECOMPUTES THE PER-ACCOUNT, PER-PERIOD TOTALS, AND      *
      * RECONCILES THEM WITH WHAT THE AUDIT LOG SAYS EACH RUN WROTE.   *
      * THE SNAPSHOT FILE IS RECONCILED AGAINST THE STORE ROWS OF THE  *
      * LOGGED RUN THAT WROTE IT ONLY. ANY EXCEPTION IS RC 2.          *
      *                                                                *
      * INVOCATION: reportgen VERIFY <store> <report.txt>              *
      *                 <catmaster.txt> <deptmaster.txt>               *
      *                 <acctmaster.txt> [fiscalcal.txt] [rates.txt]   *
      *                 [base-currency] [snapshot.txt] [auditlog.txt]  *
      ******************************************************************

       8200-VERIFY-DRIVER.

           IF WS-ARG-COUNT < 6
               DISPLAY "USAGE: reportgen VERIFY <store> <report.txt>"
                   " <catmaster.txt> <deptmaster.txt>"
                   " <acctmaster.txt> [fiscalcal.txt] [rates.txt]"
                   " [base-currency] [snapshot.txt] [auditlog.txt]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-VERIFYRPT-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-DEPTMASTER-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-ACCTMASTER-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-FISCAL-PATH.
           IF WS-ARG-COUNT >= 7
               ACCEPT WS-FISCAL-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-RATES-PATH.
           IF WS-ARG-COUNT >= 8
               ACCEPT WS-RATES-PATH FROM ARGUMENT-VALUE
           END-IF.

           IF WS-ARG-COUNT >= 9
               ACCEPT WS-BASECUR-ARG FROM ARGUMENT-VALUE
               IF WS-BASECUR-ARG NOT = SPACES
                   AND WS-BASECUR-ARG NOT = "NONE"
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM (WS-BASECUR-ARG)) (1:3)
                       TO WS-BASE-CURRENCY
               END-IF
           END-IF.

           MOVE SPACES TO WS-SNAPSHOT-PATH.
           IF WS-ARG-COUNT >= 10
               ACCEPT WS-SNAPSHOT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 11
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-TXSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-VERIFYRPT-PATH TO WS-AUDIT-OUTPUT-PATH.

      *    THE THREE MASTERS ARE WHAT THE ROWS ARE CHECKED AGAINST, SO
      *    AN EMPTY OR UNREADABLE ONE FAILS THE RUN RATHER THAN
      *    REPORTING EVERY ROW IN THE STORE.

           PERFORM 0070-LOAD-CATMASTER.
           IF WS-CATMASTER-COUNT = 0
               DISPLAY "No categories loaded from category master: "
                   FUNCTION TRIM (WS-CATMASTER-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0091-LOAD-DEPTMASTER.
           IF WS-DEPTMASTER-COUNT = 0
               DISPLAY "No departments loaded from department master: "
                   FUNCTION TRIM (WS-DEPTMASTER-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0069-LOAD-ACCTMASTER.
           IF WS-ACCTMASTER-COUNT = 0
               DISPLAY "No accounts loaded from account master: "
                   FUNCTION TRIM (WS-ACCTMASTER-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0071-LOAD-FISCAL.
           PERFORM 0086-LOAD-RATES.
           PERFORM 0082-LOAD-SNAPSHOT.

      *    THE RUN HISTORY IS READ BEFORE THIS RUN ADDS ITS OWN LINE.

           PERFORM 8205-LOAD-AUDIT-HISTORY.

           MOVE "DATE" TO WS-VF-CK-NAME (1).
           MOVE "CATEGORY" TO WS-VF-CK-NAME (2).
           MOVE "DEPT" TO WS-VF-CK-NAME (3).
           MOVE "CURRENCY" TO WS-VF-CK-NAME (4).
           MOVE "ACCOUNT" TO WS-VF-CK-NAME (5).
           MOVE "SNAPSHOT" TO WS-VF-CK-NAME (6).
           MOVE "AUDIT" TO WS-VF-CK-NAME (7).
           PERFORM VARYING WS-VF-CKX FROM 1 BY 1 UNTIL WS-VF-CKX > 7
               MOVE 0 TO WS-VF-CK-COUNT (WS-VF-CKX)
           END-PERFORM.

           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TS-KEY.
           START TXSTORE-FILE KEY >= TS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TXSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-TXSTORE-STATUS NOT = "00"
               READ TXSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 8210-VERIFY-RECORD
               END-READ
           END-PERFORM.
           CLOSE TXSTORE-FILE.

           IF WS-VF-ACCT-STARTED = "Y"
               PERFORM 8235-CLOSE-VERIFY-ACCOUNT
           END-IF.

           PERFORM 8240-RECONCILE-SNAPSHOT.
           PERFORM 8245-RECONCILE-AUDIT.

           OPEN OUTPUT VERIFYRPT-FILE.
           IF WS-VERIFYRPT-STATUS NOT = "00"
               DISPLAY "Cannot open verification report: "
                   WS-VERIFYRPT-PATH " status " WS-VERIFYRPT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW.
           STRING WS-AUDIT-NOW (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-NOW (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

           PERFORM 8250-WRITE-VERIFY-REPORT.
           CLOSE VERIFYRPT-FILE.

           MOVE WS-VF-ROWS TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-TMP-NAME.
           MOVE WS-VF-EXC-TOTAL TO WS-COUNT-BUF.
           DISPLAY "Verified " FUNCTION TRIM (WS-TMP-NAME)
               " store row(s): " FUNCTION TRIM (WS-COUNT-BUF)
               " exception(s)".
           IF WS-VF-EXC-TOTAL > 0
               DISPLAY "Warning: transaction store exceptions found - "
                   "see " FUNCTION TRIM (WS-VERIFYRPT-PATH)
                   UPON SYSERR
           END-IF.

      *    THE AUDIT LINE CARRIES THE ROWS READ AND THEIR GROSS
      *    INCOME AND EXPENSE; ANY EXCEPTION IS "ALERTED" AND RC 2.

           MOVE WS-VF-ROWS TO WS-TX-COUNT.
           IF WS-VF-EXC-TOTAL > 0
               MOVE "ALERTED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

           IF WS-VF-EXC-TOTAL > 0
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       8205-LOAD-AUDIT-HISTORY.

      *    LOADS THE RUN HISTORY FROM THE AUDIT LOG, OLDEST FIRST. A
      *    LINE WHOSE COUNT, INCOME OR EXPENSE IS NOT NUMERIC (A MAINT
      *    OR YEAREND MASTER-CHANGE LINE) IS KEPT BUT NEVER MATCHED TO
      *    STORE ROWS. BEYOND 10000 RUNS THE OLDEST 5000 ARE DROPPED
      *    AND ROWS STAMPED BEFORE THE RETAINED HISTORY GO UNCHECKED.

           IF WS-AUDIT-PATH = SPACES
               OR WS-AUDIT-PATH = "NONE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: cannot read audit log "
                   FUNCTION TRIM (WS-AUDIT-PATH) " status "
                   WS-AUDIT-STATUS " - run history not reconciled"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-VF-AU-LOADED.
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
               READ AUDIT-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 8206-ADD-AUDIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           IF WS-VF-AU-BAD > 0
               MOVE WS-VF-AU-BAD TO WS-COUNT-BUF
               DISPLAY "Warning: " FUNCTION TRIM (WS-COUNT-BUF)
                   " audit log line(s) without a timestamp ignored"
                   UPON SYSERR
           END-IF.
           IF WS-VF-AU-ORDER = "N"
               DISPLAY "Warning: audit log is not in time order - "
                   "run attribution may be wrong" UPON SYSERR
           END-IF.

       8206-ADD-AUDIT-ENTRY.

           MOVE AUDIT-RECORD TO WS-VF-AU-LINE.
           IF WS-VF-AU-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-VF-A-TS-S WS-VF-A-INPUT WS-VF-A-OUTPUT
               WS-VF-A-COUNT-S WS-VF-A-INC-S WS-VF-A-EXP-S
               WS-VF-A-RESULT.
           UNSTRING WS-VF-AU-LINE DELIMITED BY "|"
               INTO WS-VF-A-TS-S WS-VF-A-INPUT WS-VF-A-OUTPUT
                   WS-VF-A-COUNT-S WS-VF-A-INC-S WS-VF-A-EXP-S
                   WS-VF-A-RESULT
           END-UNSTRING.

      *    YYYY-MM-DD HH:MM:SS BECOMES YYYYMMDDHHMMSS, THE FORM OF THE
      *    STORE'S UPDATE STAMP.

           MOVE SPACES TO WS-VF-A-TS.
           STRING WS-VF-A-TS-S (1:4) DELIMITED BY SIZE
               WS-VF-A-TS-S (6:2) DELIMITED BY SIZE
               WS-VF-A-TS-S (9:2) DELIMITED BY SIZE
               WS-VF-A-TS-S (12:2) DELIMITED BY SIZE
               WS-VF-A-TS-S (15:2) DELIMITED BY SIZE
               WS-VF-A-TS-S (18:2) DELIMITED BY SIZE
               INTO WS-VF-A-TS
           END-STRING.
           IF WS-VF-A-TS IS NOT NUMERIC
               ADD 1 TO WS-VF-AU-BAD
               EXIT PARAGRAPH
           END-IF.

           IF WS-VF-AU-COUNT >= 10000
               PERFORM 8207-DROP-OLD-AUDIT
           END-IF.

           IF WS-VF-AU-COUNT > 0
               IF WS-VF-A-TS < WS-VF-AU-TS (WS-VF-AU-COUNT)
                   MOVE "N" TO WS-VF-AU-ORDER
               END-IF
           END-IF.

           ADD 1 TO WS-VF-AU-COUNT.
           MOVE WS-VF-AU-COUNT TO WS-VF-AUX.
           MOVE WS-VF-A-TS TO WS-VF-AU-TS (WS-VF-AUX).
           MOVE FUNCTION TRIM (WS-VF-A-INPUT)
               TO WS-VF-AU-INPUT (WS-VF-AUX).
           MOVE FUNCTION TRIM (WS-VF-A-RESULT)
               TO WS-VF-AU-RESULT (WS-VF-AUX).
           MOVE 0 TO WS-VF-AU-N (WS-VF-AUX).
           MOVE 0 TO WS-VF-AU-INC (WS-VF-AUX).
           MOVE 0 TO WS-VF-AU-EXP (WS-VF-AUX).
           MOVE 0 TO WS-VF-AU-ROWS (WS-VF-AUX).
           MOVE 0 TO WS-VF-AU-RINC (WS-VF-AUX).
           MOVE 0 TO WS-VF-AU-REXP (WS-VF-AUX).

      *    A RUN WHOSE INPUT WAS THE STORE ITSELF (RECAT) REWRITES
      *    ROWS ALREADY COUNTED BY THE RUN THAT LOADED THEM, SO ONLY
      *    ITS ROW COUNT IS RECONCILED, NOT ITS AMOUNTS.

           IF FUNCTION TRIM (WS-VF-A-INPUT)
               = FUNCTION TRIM (WS-TXSTORE-PATH)
               MOVE "Y" TO WS-VF-AU-STORE (WS-VF-AUX)
           ELSE
               MOVE "N" TO WS-VF-AU-STORE (WS-VF-AUX)
           END-IF.

           MOVE "N" TO WS-VF-AU-USABLE (WS-VF-AUX).
           IF WS-VF-A-COUNT-S = SPACES
               OR WS-VF-A-INC-S = SPACES
               OR WS-VF-A-EXP-S = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
               (FUNCTION TRIM (WS-VF-A-COUNT-S)).
           IF WS-NUMVAL-POS = 0
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-VF-A-INC-S))
           END-IF.
           IF WS-NUMVAL-POS = 0
               COMPUTE WS-NUMVAL-POS = FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-VF-A-EXP-S))
           END-IF.
           IF WS-NUMVAL-POS NOT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-VF-AU-USABLE (WS-VF-AUX).
           COMPUTE WS-VF-AU-N (WS-VF-AUX) =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-VF-A-COUNT-S)).
           COMPUTE WS-VF-AU-INC (WS-VF-AUX) =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-VF-A-INC-S)).
           COMPUTE WS-VF-AU-EXP (WS-VF-AUX) =
               FUNCTION NUMVAL (FUNCTION TRIM (WS-VF-A-EXP-S)).

       8207-DROP-OLD-AUDIT.

           IF WS-VF-AU-FLOOR = SPACES
               DISPLAY "Warning: audit log holds over 10000 runs - "
                   "rows stamped before the latest runs not "
                   "reconciled" UPON SYSERR
           END-IF.

           MOVE WS-VF-AU-TS (5000) TO WS-VF-AU-FLOOR.
           PERFORM VARYING WS-VF-AUX FROM 1 BY 1
               UNTIL WS-VF-AUX > 5000
               MOVE WS-VF-AU (WS-VF-AUX + 5000) TO WS-VF-AU (WS-VF-AUX)
           END-PERFORM.
           MOVE 5000 TO WS-VF-AU-COUNT.

       8210-VERIFY-RECORD.

      *    RUNS EVERY ROW-LEVEL CHECK ON ONE STORE ROW AND FOLDS IT
      *    INTO THE ACCOUNT/PERIOD TOTALS AND THE RUN THAT WROTE IT.
      *    THE STORE IS IN ACCOUNT ORDER, SO THE ACCOUNT CHECK AND THE
      *    UNLOGGED-ROW CHECK ARE REPORTED ONCE PER ACCOUNT.

           IF WS-VF-ACCT-STARTED = "N"
               OR TS-ACCOUNT NOT = WS-VF-CUR-ACCT
               IF WS-VF-ACCT-STARTED = "Y"
                   PERFORM 8235-CLOSE-VERIFY-ACCOUNT
               END-IF
               PERFORM 8212-OPEN-VERIFY-ACCOUNT
           END-IF.

           ADD 1 TO WS-VF-ROWS.
           ADD 1 TO WS-VF-ACCT-ROWS.
           IF TS-AMOUNT > 0
               ADD TS-AMOUNT TO WS-TOTAL-INCOME
           ELSE
               IF TS-AMOUNT < 0
                   SUBTRACT TS-AMOUNT FROM WS-TOTAL-EXPENSE
               END-IF
           END-IF.

           MOVE TS-ACCOUNT TO WS-VF-E-ACCOUNT.
           MOVE TS-DATE TO WS-VF-E-DATE.
           MOVE TS-SEQ TO WS-VF-E-SEQ.

      *    DATE: A REAL CALENDAR DATE INSIDE A FISCAL PERIOD (ANY
      *    VALID DATE WITHOUT A FISCAL CALENDAR).

           MOVE "N" TO WS-VF-DATE-OK.
           MOVE TS-DATE TO WS-DATE-S.
           PERFORM 0111-VALIDATE-DATE.
           IF WS-DATE-VALID = "N"
               MOVE "DATE" TO WS-VF-E-CHECK
               MOVE TS-DATE TO WS-VF-E-VALUE
               MOVE "not a valid calendar date" TO WS-VF-E-DETAIL
               PERFORM 8230-ADD-VERIFY-EXCEPTION
           ELSE
               MOVE "N" TO WS-LINE-REJECTED
               PERFORM 0117-ASSIGN-PERIOD
               IF WS-LINE-REJECTED = "Y"
                   MOVE "DATE" TO WS-VF-E-CHECK
                   MOVE TS-DATE TO WS-VF-E-VALUE
                   MOVE "outside every fiscal calendar period"
                       TO WS-VF-E-DETAIL
                   PERFORM 8230-ADD-VERIFY-EXCEPTION
               ELSE
                   MOVE "Y" TO WS-VF-DATE-OK
               END-IF
           END-IF.

      *    CATEGORY: ON THE CATEGORY MASTER (CASE-INSENSITIVE).

           MOVE TS-CATEGORY TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           IF WS-GL-MAPPED = "N"
               MOVE "CATEGORY" TO WS-VF-E-CHECK
               MOVE TS-CATEGORY TO WS-VF-E-VALUE
               MOVE "not in category master" TO WS-VF-E-DETAIL
               PERFORM 8230-ADD-VERIFY-EXCEPTION
           END-IF.

           PERFORM 8214-VERIFY-DEPT.
           PERFORM 8216-VERIFY-CURRENCY.

      *    THE RECOMPUTED TOTALS TAKE THE AMOUNT NET OF TAX, AS THE
      *    PERIOD ROLLUP AND THE SNAPSHOT DO. A ROW WITH NO PERIOD IS
      *    LEFT OUT OF THEM (IT IS ALREADY A DATE EXCEPTION).

           IF WS-VF-DATE-OK = "Y"
               MOVE TS-AMOUNT TO WS-VF-AMT
               IF TS-TAX-AMOUNT IS NUMERIC
                   SUBTRACT TS-TAX-AMOUNT FROM WS-VF-AMT
               END-IF
               PERFORM 8220-UPDATE-VERIFY-PERIOD
           END-IF.

           IF WS-VF-AU-LOADED = "Y"
               PERFORM 8225-ATTRIBUTE-RUN
           END-IF.

       8212-OPEN-VERIFY-ACCOUNT.

           MOVE "Y" TO WS-VF-ACCT-STARTED.
           MOVE TS-ACCOUNT TO WS-VF-CUR-ACCT.
           MOVE 0 TO WS-VF-ACCT-ROWS.
           MOVE 0 TO WS-VF-UNLOG-ROWS.
           MOVE SPACES TO WS-VF-UNLOG-LAST.

           MOVE TS-ACCOUNT TO WS-BATCH-ACCT-NAME.
           PERFORM 0078-LOOKUP-ACCTMASTER.
           MOVE WS-AM-FOUND TO WS-VF-ACCT-KNOWN.
           IF TS-ACCOUNT = SPACES
               MOVE "N" TO WS-VF-ACCT-KNOWN
           END-IF.

       8214-VERIFY-DEPT.

      *    DEPARTMENT: ON THE DEPARTMENT MASTER AND ACTIVE. A BLANK
      *    CODE OR UNASSIGN IS THE DEFAULT BUCKET A ROW WITHOUT A
      *    COST CENTER LOADS INTO, AND IS ALWAYS ACCEPTED.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (TS-DEPT))
               TO WS-VF-DEPT.
           IF WS-VF-DEPT = SPACES OR WS-VF-DEPT = "UNASSIGN"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-VF-DMX.
           PERFORM VARYING DMX FROM 1 BY 1
               UNTIL DMX > WS-DEPTMASTER-COUNT
               IF WS-DM-CODE (DMX) = WS-VF-DEPT
                   SET WS-VF-DMX TO DMX
               END-IF
           END-PERFORM.

           IF WS-VF-DMX = 0
               MOVE "DEPT" TO WS-VF-E-CHECK
               MOVE WS-VF-DEPT TO WS-VF-E-VALUE
               MOVE "not in department master" TO WS-VF-E-DETAIL
               PERFORM 8230-ADD-VERIFY-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-DM-ACTIVE (WS-VF-DMX) = "N"
               MOVE "DEPT" TO WS-VF-E-CHECK
               MOVE WS-VF-DEPT TO WS-VF-E-VALUE
               MOVE "inactive department" TO WS-VF-E-DETAIL
               PERFORM 8230-ADD-VERIFY-EXCEPTION
           END-IF.

       8216-VERIFY-CURRENCY.

      *    CURRENCY: A BASE-CURRENCY (OR BLANK) ROW MUST CARRY THE
      *    ORIGINAL AMOUNT UNCHANGED; A FOREIGN ROW NEEDS A RATE FOR
      *    ITS CALENDAR MONTH AND AN AMOUNT WITHIN ONE CENT OF THE
      *    ORIGINAL AMOUNT AT THAT RATE, ROUNDED AS THE LOAD ROUNDS.

           MOVE TS-CURRENCY TO WS-VF-CURRENCY.
           MOVE TS-CURRENCY TO WS-VF-E-VALUE.

           IF WS-VF-CURRENCY = SPACES
               OR WS-VF-CURRENCY = WS-BASE-CURRENCY
               IF TS-AMOUNT NOT = TS-ORIG-AMOUNT
                   MOVE TS-AMOUNT TO WS-NUM-BUF
                   MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT1-S
                   MOVE TS-ORIG-AMOUNT TO WS-NUM-BUF
                   MOVE SPACES TO WS-VF-E-DETAIL
                   STRING "base-currency amount " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
                       " differs from original " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                       INTO WS-VF-E-DETAIL
                   END-STRING
                   MOVE "CURRENCY" TO WS-VF-E-CHECK
                   PERFORM 8230-ADD-VERIFY-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-DATE-VALID = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-VF-CURRENCY TO WS-FX-LOOKUP-CUR.
           MOVE TS-DATE (1:7) TO WS-FX-LOOKUP-PERIOD.
           PERFORM 0119-LOOKUP-RATE.

           IF WS-FX-FOUND = "N"
               MOVE SPACES TO WS-VF-E-DETAIL
               STRING "no exchange rate for " DELIMITED BY SIZE
                   WS-FX-LOOKUP-PERIOD DELIMITED BY SIZE
                   INTO WS-VF-E-DETAIL
               END-STRING
               MOVE "CURRENCY" TO WS-VF-E-CHECK
               PERFORM 8230-ADD-VERIFY-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VF-EXPECTED ROUNDED =
               TS-ORIG-AMOUNT * WS-FX-RATE-OUT.
           COMPUTE WS-VF-DIFF = TS-AMOUNT - WS-VF-EXPECTED.
           IF WS-VF-DIFF < 0
               COMPUTE WS-VF-DIFF = 0 - WS-VF-DIFF
           END-IF.

           IF WS-VF-DIFF > 0.01
               MOVE TS-AMOUNT TO WS-NUM-BUF
               MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT1-S
               MOVE WS-VF-EXPECTED TO WS-NUM-BUF
               MOVE WS-FX-RATE-OUT TO WS-VF-RATE-BUF
               MOVE SPACES TO WS-VF-E-DETAIL
               STRING "amount " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
                   " expected " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   WS-FX-LOOKUP-PERIOD DELIMITED BY SIZE
                   " rate " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-VF-RATE-BUF) DELIMITED BY SIZE
                   INTO WS-VF-E-DETAIL
               END-STRING
               MOVE "CURRENCY" TO WS-VF-E-CHECK
               PERFORM 8230-ADD-VERIFY-EXCEPTION
           END-IF.

       8220-UPDATE-VERIFY-PERIOD.

      *    ADDS WS-VF-AMT TO THE ROW'S ACCOUNT/PERIOD ENTRY. ROWS COME
      *    IN ACCOUNT/DATE ORDER, SO THE LAST ENTRY USED IS TRIED
      *    BEFORE THE TABLE IS SEARCHED.

           IF WS-VF-AP-HIT > 0
               IF WS-VF-AP-ACCOUNT (WS-VF-AP-HIT) NOT = TS-ACCOUNT
                   OR WS-VF-AP-PERIOD (WS-VF-AP-HIT)
                       NOT = WS-CUR-PERIOD
                   MOVE 0 TO WS-VF-AP-HIT
               END-IF
           END-IF.

           IF WS-VF-AP-HIT = 0
               PERFORM VARYING WS-VF-APX FROM WS-VF-AP-COUNT BY -1
                   UNTIL WS-VF-APX < 1 OR WS-VF-AP-HIT > 0
                   IF WS-VF-AP-ACCOUNT (WS-VF-APX) = TS-ACCOUNT
                       AND WS-VF-AP-PERIOD (WS-VF-APX) = WS-CUR-PERIOD
                       MOVE WS-VF-APX TO WS-VF-AP-HIT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-VF-AP-HIT = 0
               IF WS-VF-AP-COUNT >= 5000
                   IF WS-VF-AP-FULL = "N"
                       DISPLAY "Warning: account/period totals "
                           "incomplete - 5000-entry table full"
                           UPON SYSERR
                       MOVE "Y" TO WS-VF-AP-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VF-AP-COUNT
               MOVE WS-VF-AP-COUNT TO WS-VF-AP-HIT
               MOVE TS-ACCOUNT TO WS-VF-AP-ACCOUNT (WS-VF-AP-HIT)
               MOVE WS-CUR-PERIOD TO WS-VF-AP-PERIOD (WS-VF-AP-HIT)
               MOVE 0 TO WS-VF-AP-ROWS (WS-VF-AP-HIT)
               MOVE 0 TO WS-VF-AP-INC (WS-VF-AP-HIT)
               MOVE 0 TO WS-VF-AP-EXP (WS-VF-AP-HIT)
           END-IF.

           ADD 1 TO WS-VF-AP-ROWS (WS-VF-AP-HIT).
           IF WS-VF-AMT > 0
               ADD WS-VF-AMT TO WS-VF-AP-INC (WS-VF-AP-HIT)
           ELSE
               IF WS-VF-AMT < 0
                   SUBTRACT WS-VF-AMT FROM WS-VF-AP-EXP (WS-VF-AP-HIT)
               END-IF
           END-IF.

       8225-ATTRIBUTE-RUN.

      *    EVERY STORE WRITE IS STAMPED, AND THE RUN THAT MADE IT LOGS
      *    ITS AUDIT LINE AFTER ITS LAST WRITE, SO A ROW BELONGS TO THE
      *    FIRST LOGGED RUN AT OR AFTER ITS STAMP. A RUN LOGGED FAILED
      *    IS PASSED OVER: ITS ROWS ARE PICKED UP BY THE RESTART. ROWS
      *    FROM BEFORE UPDATE STAMPS EXISTED, OR OLDER THAN THE
      *    RETAINED HISTORY, CANNOT BE ATTRIBUTED.

           MOVE TS-UPDATED (1:14) TO WS-VF-STAMP.
           IF WS-VF-STAMP IS NOT NUMERIC
               ADD 1 TO WS-VF-UNATTRIB
               EXIT PARAGRAPH
           END-IF.
           IF WS-VF-AU-FLOOR NOT = SPACES
               AND WS-VF-STAMP <= WS-VF-AU-FLOOR
               ADD 1 TO WS-VF-UNATTRIB
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8227-FIND-AUDIT-RUN.

           IF WS-VF-AU-HIT = 0
               ADD 1 TO WS-VF-UNLOG-ROWS
               IF WS-VF-STAMP > WS-VF-UNLOG-LAST
                   OR WS-VF-UNLOG-LAST = SPACES
                   MOVE WS-VF-STAMP TO WS-VF-UNLOG-LAST
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    THE SNAPSHOT HOLDS THE LAST RUN THAT LOADED ROWS, SO THE
      *    ROWS OF THE LATEST NON-STORE RUN SEEN SO FAR ARE ALSO
      *    TOTALLED BY ACCOUNT AND PERIOD FOR 8242.

           IF WS-VF-AU-STORE (WS-VF-AU-HIT) = "N"
               AND WS-VF-DATE-OK = "Y"
               AND WS-VF-AU-HIT >= WS-VF-SR-RUN
               PERFORM 8228-ADD-SNAPSHOT-RUN-ROW
           END-IF.

           ADD 1 TO WS-VF-AU-ROWS (WS-VF-AU-HIT).
           IF TS-AMOUNT > 0
               ADD TS-AMOUNT TO WS-VF-AU-RINC (WS-VF-AU-HIT)
           ELSE
               IF TS-AMOUNT < 0
                   SUBTRACT TS-AMOUNT FROM WS-VF-AU-REXP (WS-VF-AU-HIT)
               END-IF
           END-IF.

       8227-FIND-AUDIT-RUN.

      *    BINARY SEARCH FOR THE FIRST RUN LOGGED AT OR AFTER
      *    WS-VF-STAMP, THEN FORWARD PAST FAILED AND NON-NUMERIC
      *    LINES. WS-VF-AU-HIT IS 0 WHEN NO RUN QUALIFIES.

           MOVE 0 TO WS-VF-AU-HIT.
           MOVE 1 TO WS-VF-AU-LO.
           MOVE WS-VF-AU-COUNT TO WS-VF-AU-HI.

           PERFORM UNTIL WS-VF-AU-LO > WS-VF-AU-HI
               COMPUTE WS-VF-AU-MID = (WS-VF-AU-LO + WS-VF-AU-HI) / 2
               IF WS-VF-AU-TS (WS-VF-AU-MID) >= WS-VF-STAMP
                   MOVE WS-VF-AU-MID TO WS-VF-AU-HIT
                   COMPUTE WS-VF-AU-HI = WS-VF-AU-MID - 1
               ELSE
                   COMPUTE WS-VF-AU-LO = WS-VF-AU-MID + 1
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-FOUND.
           PERFORM UNTIL WS-VF-AU-HIT = 0 OR WS-FOUND = "Y"
               IF WS-VF-AU-USABLE (WS-VF-AU-HIT) = "Y"
                   AND WS-VF-AU-RESULT (WS-VF-AU-HIT) NOT = "FAILED"
                   MOVE "Y" TO WS-FOUND
               ELSE
                   IF WS-VF-AU-HIT >= WS-VF-AU-COUNT
                       MOVE 0 TO WS-VF-AU-HIT
                   ELSE
                       ADD 1 TO WS-VF-AU-HIT
                   END-IF
               END-IF
           END-PERFORM.

       8228-ADD-SNAPSHOT-RUN-ROW.

      *    ADDS WS-VF-AMT TO THE ROW'S ACCOUNT/PERIOD ENTRY FOR RUN
      *    WS-VF-AU-HIT. A ROW FROM A LATER RUN THAN THE ONE BEING
      *    TOTALLED STARTS THE TABLE AGAIN FOR THAT RUN.

           IF WS-VF-AU-HIT > WS-VF-SR-RUN
               MOVE WS-VF-AU-HIT TO WS-VF-SR-RUN
               MOVE 0 TO WS-VF-SR-COUNT
               MOVE 0 TO WS-VF-SR-HIT
               MOVE "N" TO WS-VF-SR-FULL
           END-IF.

           IF WS-VF-SR-HIT > 0
               IF WS-VF-SR-ACCOUNT (WS-VF-SR-HIT) NOT = TS-ACCOUNT
                   OR WS-VF-SR-PERIOD (WS-VF-SR-HIT)
                       NOT = WS-CUR-PERIOD
                   MOVE 0 TO WS-VF-SR-HIT
               END-IF
           END-IF.

           IF WS-VF-SR-HIT = 0
               PERFORM VARYING WS-VF-SRX FROM WS-VF-SR-COUNT BY -1
                   UNTIL WS-VF-SRX < 1 OR WS-VF-SR-HIT > 0
                   IF WS-VF-SR-ACCOUNT (WS-VF-SRX) = TS-ACCOUNT
                       AND WS-VF-SR-PERIOD (WS-VF-SRX) = WS-CUR-PERIOD
                       MOVE WS-VF-SRX TO WS-VF-SR-HIT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-VF-SR-HIT = 0
               IF WS-VF-SR-COUNT >= 5000
                   IF WS-VF-SR-FULL = "N"
                       DISPLAY "Warning: snapshot run totals "
                           "incomplete - 5000-entry table full"
                           UPON SYSERR
                       MOVE "Y" TO WS-VF-SR-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VF-SR-COUNT
               MOVE WS-VF-SR-COUNT TO WS-VF-SR-HIT
               MOVE TS-ACCOUNT TO WS-VF-SR-ACCOUNT (WS-VF-SR-HIT)
               MOVE WS-CUR-PERIOD TO WS-VF-SR-PERIOD (WS-VF-SR-HIT)
               MOVE 0 TO WS-VF-SR-INC (WS-VF-SR-HIT)
               MOVE 0 TO WS-VF-SR-EXP (WS-VF-SR-HIT)
           END-IF.

           IF WS-VF-AMT > 0
               ADD WS-VF-AMT TO WS-VF-SR-INC (WS-VF-SR-HIT)
           ELSE
               IF WS-VF-AMT < 0
                   SUBTRACT WS-VF-AMT FROM WS-VF-SR-EXP (WS-VF-SR-HIT)
               END-IF
           END-IF.

       8230-ADD-VERIFY-EXCEPTION.

      *    RECORDS ONE EXCEPTION UNDER CHECK WS-VF-E-CHECK. THE
      *    PER-CHECK COUNTS ARE KEPT EVEN WHEN THE LIST IS FULL.

           PERFORM VARYING WS-VF-CKX FROM 1 BY 1 UNTIL WS-VF-CKX > 7
               IF WS-VF-CK-NAME (WS-VF-CKX) = WS-VF-E-CHECK
                   ADD 1 TO WS-VF-CK-COUNT (WS-VF-CKX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-VF-EXC-TOTAL.

           IF WS-VF-EXC-COUNT >= 2000
               ADD 1 TO WS-VF-EXC-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-VF-EXC-COUNT.
           MOVE WS-VF-E-CHECK TO WS-VF-EX-CHECK (WS-VF-EXC-COUNT).
           MOVE WS-VF-E-ACCOUNT TO WS-VF-EX-ACCOUNT (WS-VF-EXC-COUNT).
           MOVE WS-VF-E-DATE TO WS-VF-EX-DATE (WS-VF-EXC-COUNT).
           MOVE WS-VF-E-SEQ TO WS-VF-EX-SEQ (WS-VF-EXC-COUNT).
           MOVE WS-VF-E-VALUE TO WS-VF-EX-VALUE (WS-VF-EXC-COUNT).
           MOVE WS-VF-E-DETAIL TO WS-VF-EX-DETAIL (WS-VF-EXC-COUNT).

       8235-CLOSE-VERIFY-ACCOUNT.

      *    AT EACH ACCOUNT BREAK: ONE ACCOUNT EXCEPTION IF THE ACCOUNT
      *    IS NOT ON THE MASTER (BLANK = ROWS FROM A SINGLE-FILE RUN)
      *    AND ONE AUDIT EXCEPTION FOR ITS ROWS NO LOGGED RUN COVERS.

           MOVE WS-VF-CUR-ACCT TO WS-VF-E-ACCOUNT.
           MOVE SPACES TO WS-VF-E-DATE.
           MOVE 0 TO WS-VF-E-SEQ.

           IF WS-VF-ACCT-KNOWN = "N"
               MOVE "ACCOUNT" TO WS-VF-E-CHECK
               MOVE WS-VF-CUR-ACCT TO WS-VF-E-VALUE
               MOVE WS-VF-ACCT-ROWS TO WS-COUNT-BUF
               MOVE SPACES TO WS-VF-E-DETAIL
               IF WS-VF-CUR-ACCT = SPACES
                   STRING FUNCTION TRIM (WS-COUNT-BUF)
                           DELIMITED BY SIZE
                       " row(s) with no account" DELIMITED BY SIZE
                       INTO WS-VF-E-DETAIL
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM (WS-COUNT-BUF)
                           DELIMITED BY SIZE
                       " row(s) - not in account master"
                           DELIMITED BY SIZE
                       INTO WS-VF-E-DETAIL
                   END-STRING
               END-IF
               PERFORM 8230-ADD-VERIFY-EXCEPTION
           END-IF.

           IF WS-VF-UNLOG-ROWS > 0
               MOVE "AUDIT" TO WS-VF-E-CHECK
               MOVE WS-VF-UNLOG-LAST TO WS-VF-E-VALUE
               MOVE WS-VF-UNLOG-ROWS TO WS-COUNT-BUF
               MOVE SPACES TO WS-VF-E-DETAIL
               STRING FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   " row(s) written after the last successful "
                       DELIMITED BY SIZE
                   "logged run" DELIMITED BY SIZE
                   INTO WS-VF-E-DETAIL
               END-STRING
               PERFORM 8230-ADD-VERIFY-EXCEPTION
           END-IF.

       8240-RECONCILE-SNAPSHOT.

      *    EACH PERIOD (P) ROW OF THE SNAPSHOT AGAINST THE TOTALS FOR
      *    ITS ACCOUNT AND PERIOD OF THE STORE ROWS THE RUN THAT WROTE
      *    IT LOADED - THE LATEST LOGGED RUN, NOT READING THE STORE,
      *    THAT STILL OWNS ROWS. WITHOUT THE AUDIT LOG THAT RUN CANNOT
      *    BE FOUND AND THE SNAPSHOT IS NOT RECONCILED. STORE TOTALS
      *    THE SNAPSHOT DOES NOT MENTION ARE NOT EXCEPTIONS.

           IF WS-SNAP-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-VF-SR-RUN = 0
               DISPLAY "Warning: no logged run owns store rows - "
                   "snapshot not reconciled" UPON SYSERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-SNAP-COUNT
               IF WS-SN-TYPE (NX) = "P"
                   PERFORM 8242-RECONCILE-SNAPSHOT-ROW
               END-IF
           END-PERFORM.

       8242-RECONCILE-SNAPSHOT-ROW.

           ADD 1 TO WS-VF-SNAP-COMPARED.
           MOVE FUNCTION UPPER-CASE (WS-SN-SCOPE (NX)) TO WS-VF-SCOPE.
           MOVE 0 TO WS-VF-INC.
           MOVE 0 TO WS-VF-EXP.

           PERFORM VARYING WS-VF-SRX FROM 1 BY 1
               UNTIL WS-VF-SRX > WS-VF-SR-COUNT
               IF WS-VF-SR-ACCOUNT (WS-VF-SRX) = WS-VF-SCOPE
                   AND WS-VF-SR-PERIOD (WS-VF-SRX) = WS-SN-PERIOD (NX)
                   ADD WS-VF-SR-INC (WS-VF-SRX) TO WS-VF-INC
                   ADD WS-VF-SR-EXP (WS-VF-SRX) TO WS-VF-EXP
               END-IF
           END-PERFORM.

           IF WS-VF-INC = WS-SN-INC (NX)
               AND WS-VF-EXP = WS-SN-EXP (NX)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SN-INC (NX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT1-S.
           MOVE WS-SN-EXP (NX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT2-S.
           MOVE WS-VF-INC TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT3-S.
           MOVE WS-VF-EXP TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT4-S.

           MOVE "SNAPSHOT" TO WS-VF-E-CHECK.
           MOVE WS-VF-SCOPE TO WS-VF-E-ACCOUNT.
           MOVE SPACES TO WS-VF-E-DATE.
           MOVE 0 TO WS-VF-E-SEQ.
           MOVE WS-SN-PERIOD (NX) TO WS-VF-E-VALUE.
           MOVE SPACES TO WS-VF-E-DETAIL.
           STRING "snapshot income/expense " DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT2-S) DELIMITED BY SIZE
               " run's store rows " DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT3-S) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT4-S) DELIMITED BY SIZE
               INTO WS-VF-E-DETAIL
           END-STRING.
           PERFORM 8230-ADD-VERIFY-EXCEPTION.

       8245-RECONCILE-AUDIT.

      *    EACH LOGGED RUN THE STORE STILL HOLDS ROWS FROM: IT CANNOT
      *    HAVE WRITTEN MORE ROWS THAN IT COUNTED, AND WHEN IT STILL
      *    OWNS EXACTLY THAT MANY (NONE REWRITTEN SINCE) THEIR GROSS
      *    INCOME AND EXPENSE MUST BE WHAT IT LOGGED.

           PERFORM VARYING WS-VF-AUX FROM 1 BY 1
               UNTIL WS-VF-AUX > WS-VF-AU-COUNT
               IF WS-VF-AU-ROWS (WS-VF-AUX) > 0
                   ADD 1 TO WS-VF-RUNS-MATCHED
                   PERFORM 8247-RECONCILE-AUDIT-RUN
               END-IF
           END-PERFORM.

       8247-RECONCILE-AUDIT-RUN.

           MOVE "AUDIT" TO WS-VF-E-CHECK.
           MOVE SPACES TO WS-VF-E-ACCOUNT.
           MOVE SPACES TO WS-VF-E-DATE.
           MOVE 0 TO WS-VF-E-SEQ.
           MOVE WS-VF-AU-TS (WS-VF-AUX) TO WS-VF-E-VALUE.

           IF WS-VF-AU-ROWS (WS-VF-AUX) > WS-VF-AU-N (WS-VF-AUX)
               MOVE WS-VF-AU-ROWS (WS-VF-AUX) TO WS-COUNT-BUF
               MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-VF-AMT1-S
               MOVE WS-VF-AU-N (WS-VF-AUX) TO WS-COUNT-BUF
               MOVE SPACES TO WS-VF-E-DETAIL
               STRING "store holds " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
                   " row(s) from run of " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-VF-AU-INPUT (WS-VF-AUX))
                       DELIMITED BY SIZE
                   ", logged " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO WS-VF-E-DETAIL
               END-STRING
               PERFORM 8230-ADD-VERIFY-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-VF-AU-STORE (WS-VF-AUX) = "Y"
               OR WS-VF-AU-ROWS (WS-VF-AUX) NOT = WS-VF-AU-N (WS-VF-AUX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-VF-AU-RINC (WS-VF-AUX) = WS-VF-AU-INC (WS-VF-AUX)
               AND WS-VF-AU-REXP (WS-VF-AUX) = WS-VF-AU-EXP (WS-VF-AUX)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-VF-AU-INC (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT1-S.
           MOVE WS-VF-AU-EXP (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT2-S.
           MOVE WS-VF-AU-RINC (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT3-S.
           MOVE WS-VF-AU-REXP (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT4-S.
           MOVE SPACES TO WS-VF-E-DETAIL.
           STRING "logged income/expense " DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT2-S) DELIMITED BY SIZE
               " store " DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT3-S) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT4-S) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AU-INPUT (WS-VF-AUX))
                   DELIMITED BY SIZE
               INTO WS-VF-E-DETAIL
           END-STRING.
           PERFORM 8230-ADD-VERIFY-EXCEPTION.

       8250-WRITE-VERIFY-REPORT.

           MOVE SPACES TO VERIFYRPT-RECORD.
           STRING "TRANSACTION STORE VERIFICATION  RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO VERIFYRPT-RECORD
           END-STRING.
           PERFORM 8258-WRITE-VERIFY-LINE.

           MOVE SPACES TO VERIFYRPT-RECORD.
           STRING "STORE " DELIMITED BY SIZE
               FUNCTION TRIM (WS-TXSTORE-PATH) DELIMITED BY SIZE
               "  BASE CURRENCY " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO VERIFYRPT-RECORD
           END-STRING.
           PERFORM 8258-WRITE-VERIFY-LINE.

           MOVE SPACES TO VERIFYRPT-RECORD.
           IF WS-FISCAL-LOADED = "Y"
               STRING "PERIODS FROM FISCAL CALENDAR " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-FISCAL-PATH) DELIMITED BY SIZE
                   INTO VERIFYRPT-RECORD
               END-STRING
           ELSE
               MOVE "PERIODS ARE CALENDAR MONTHS" TO VERIFYRPT-RECORD
           END-IF.
           PERFORM 8258-WRITE-VERIFY-LINE.

      *    ONE GROUP PER CHECK, IN A FIXED ORDER, EACH HEADED BY ITS
      *    COUNT EVEN WHEN IT FOUND NOTHING.

           PERFORM VARYING WS-VF-CKX FROM 1 BY 1 UNTIL WS-VF-CKX > 7
               MOVE SPACES TO VERIFYRPT-RECORD
               PERFORM 8258-WRITE-VERIFY-LINE
               MOVE WS-VF-CK-COUNT (WS-VF-CKX) TO WS-COUNT-BUF
               MOVE SPACES TO VERIFYRPT-RECORD
               STRING FUNCTION TRIM (WS-VF-CK-NAME (WS-VF-CKX))
                       DELIMITED BY SIZE
                   " EXCEPTIONS: " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
                   INTO VERIFYRPT-RECORD
               END-STRING
               PERFORM 8258-WRITE-VERIFY-LINE
               IF WS-VF-CK-COUNT (WS-VF-CKX) > 0
                   MOVE "CHECK|ACCOUNT|DATE|SEQ|VALUE|DETAIL"
                       TO VERIFYRPT-RECORD
                   PERFORM 8258-WRITE-VERIFY-LINE
                   PERFORM VARYING WS-VF-EX-X FROM 1 BY 1
                       UNTIL WS-VF-EX-X > WS-VF-EXC-COUNT
                       IF WS-VF-EX-CHECK (WS-VF-EX-X)
                           = WS-VF-CK-NAME (WS-VF-CKX)
                           PERFORM 8252-WRITE-VERIFY-EXCEPTION
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO VERIFYRPT-RECORD.
           PERFORM 8258-WRITE-VERIFY-LINE.
           MOVE "ACCOUNT/PERIOD TOTALS (NET OF TAX)"
               TO VERIFYRPT-RECORD.
           PERFORM 8258-WRITE-VERIFY-LINE.
           MOVE "ACCOUNT|PERIOD|ROWS|INCOME|EXPENSE|NET"
               TO VERIFYRPT-RECORD.
           PERFORM 8258-WRITE-VERIFY-LINE.
           PERFORM VARYING WS-VF-APX FROM 1 BY 1
               UNTIL WS-VF-APX > WS-VF-AP-COUNT
               PERFORM 8254-WRITE-VERIFY-PERIOD
           END-PERFORM.

           IF WS-VF-AU-LOADED = "Y"
               MOVE SPACES TO VERIFYRPT-RECORD
               PERFORM 8258-WRITE-VERIFY-LINE
               MOVE "RUNS HOLDING STORE ROWS (GROSS)"
                   TO VERIFYRPT-RECORD
               PERFORM 8258-WRITE-VERIFY-LINE
               MOVE SPACES TO VERIFYRPT-RECORD
               STRING "LOGGED|INPUT|RESULT|COUNT|INCOME|EXPENSE|"
                       DELIMITED BY SIZE
                   "STORE-ROWS|STORE-INCOME|STORE-EXPENSE"
                       DELIMITED BY SIZE
                   INTO VERIFYRPT-RECORD
               END-STRING
               PERFORM 8258-WRITE-VERIFY-LINE
               PERFORM VARYING WS-VF-AUX FROM 1 BY 1
                   UNTIL WS-VF-AUX > WS-VF-AU-COUNT
                   IF WS-VF-AU-ROWS (WS-VF-AUX) > 0
                       PERFORM 8256-WRITE-VERIFY-RUN
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO VERIFYRPT-RECORD.
           PERFORM 8258-WRITE-VERIFY-LINE.

           MOVE WS-VF-ROWS TO WS-COUNT-BUF.
           MOVE "STORE ROWS READ" TO WS-TMP-NAME.
           PERFORM 8259-WRITE-VERIFY-COUNT.
           MOVE WS-VF-AP-COUNT TO WS-COUNT-BUF.
           MOVE "ACCOUNT/PERIODS" TO WS-TMP-NAME.
           PERFORM 8259-WRITE-VERIFY-COUNT.
           EVALUATE TRUE
               WHEN WS-SNAP-LOADED NOT = "Y"
                   MOVE "SNAPSHOT NOT RECONCILED (NO SNAPSHOT)"
                       TO VERIFYRPT-RECORD
                   PERFORM 8258-WRITE-VERIFY-LINE
               WHEN WS-VF-SR-RUN = 0
                   MOVE "SNAPSHOT NOT RECONCILED (NO LOGGED RUN)"
                       TO VERIFYRPT-RECORD
                   PERFORM 8258-WRITE-VERIFY-LINE
               WHEN OTHER
                   MOVE WS-VF-SNAP-COMPARED TO WS-COUNT-BUF
                   MOVE "SNAPSHOT PERIODS COMPARED" TO WS-TMP-NAME
                   PERFORM 8259-WRITE-VERIFY-COUNT
                   MOVE SPACES TO VERIFYRPT-RECORD
                   STRING "SNAPSHOT RUN LOGGED " DELIMITED BY SIZE
                       WS-VF-AU-TS (WS-VF-SR-RUN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-VF-AU-INPUT (WS-VF-SR-RUN))
                           DELIMITED BY SIZE
                       INTO VERIFYRPT-RECORD
                   END-STRING
                   PERFORM 8258-WRITE-VERIFY-LINE
           END-EVALUATE.
           IF WS-VF-AU-LOADED = "Y"
               MOVE WS-VF-AU-COUNT TO WS-COUNT-BUF
               MOVE "AUDIT LOG RUNS READ" TO WS-TMP-NAME
               PERFORM 8259-WRITE-VERIFY-COUNT
               MOVE WS-VF-RUNS-MATCHED TO WS-COUNT-BUF
               MOVE "RUNS HOLDING STORE ROWS" TO WS-TMP-NAME
               PERFORM 8259-WRITE-VERIFY-COUNT
               MOVE WS-VF-UNATTRIB TO WS-COUNT-BUF
               MOVE "ROWS NOT ATTRIBUTABLE TO A RUN" TO WS-TMP-NAME
               PERFORM 8259-WRITE-VERIFY-COUNT
           ELSE
               MOVE "RUN HISTORY NOT RECONCILED (NO AUDIT LOG)"
                   TO VERIFYRPT-RECORD
               PERFORM 8258-WRITE-VERIFY-LINE
           END-IF.
           MOVE WS-VF-EXC-TOTAL TO WS-COUNT-BUF.
           MOVE "EXCEPTIONS" TO WS-TMP-NAME.
           PERFORM 8259-WRITE-VERIFY-COUNT.
           IF WS-VF-EXC-DROPPED > 0
               MOVE WS-VF-EXC-DROPPED TO WS-COUNT-BUF
               MOVE "NOT LISTED (TABLE FULL)" TO WS-TMP-NAME
               PERFORM 8259-WRITE-VERIFY-COUNT
           END-IF.

       8252-WRITE-VERIFY-EXCEPTION.

           MOVE SPACES TO WS-VF-AMT1-S.
           IF WS-VF-EX-SEQ (WS-VF-EX-X) > 0
               MOVE WS-VF-EX-SEQ (WS-VF-EX-X) TO WS-COUNT-BUF
               MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-VF-AMT1-S
           END-IF.
           MOVE SPACES TO VERIFYRPT-RECORD.
           STRING FUNCTION TRIM (WS-VF-EX-CHECK (WS-VF-EX-X))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-EX-ACCOUNT (WS-VF-EX-X))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-EX-DATE (WS-VF-EX-X))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-EX-VALUE (WS-VF-EX-X))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-EX-DETAIL (WS-VF-EX-X))
                   DELIMITED BY SIZE
               INTO VERIFYRPT-RECORD
           END-STRING.
           PERFORM 8258-WRITE-VERIFY-LINE.

       8254-WRITE-VERIFY-PERIOD.

           MOVE WS-VF-AP-ROWS (WS-VF-APX) TO WS-COUNT-BUF.
           MOVE WS-VF-AP-INC (WS-VF-APX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT1-S.
           MOVE WS-VF-AP-EXP (WS-VF-APX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT2-S.
           COMPUTE WS-VF-AMT =
               WS-VF-AP-INC (WS-VF-APX) - WS-VF-AP-EXP (WS-VF-APX).
           MOVE WS-VF-AMT TO WS-NUM-BUF.
           MOVE SPACES TO VERIFYRPT-RECORD.
           STRING FUNCTION TRIM (WS-VF-AP-ACCOUNT (WS-VF-APX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AP-PERIOD (WS-VF-APX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT2-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-NUM-BUF) DELIMITED BY SIZE
               INTO VERIFYRPT-RECORD
           END-STRING.
           PERFORM 8258-WRITE-VERIFY-LINE.

       8256-WRITE-VERIFY-RUN.

           MOVE WS-VF-AU-INC (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT1-S.
           MOVE WS-VF-AU-EXP (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT2-S.
           MOVE WS-VF-AU-RINC (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT3-S.
           MOVE WS-VF-AU-REXP (WS-VF-AUX) TO WS-NUM-BUF.
           MOVE FUNCTION TRIM (WS-NUM-BUF) TO WS-VF-AMT4-S.
           MOVE WS-VF-AU-N (WS-VF-AUX) TO WS-COUNT-BUF.
           MOVE FUNCTION TRIM (WS-COUNT-BUF) TO WS-TMP-NAME.
           MOVE WS-VF-AU-ROWS (WS-VF-AUX) TO WS-COUNT-BUF.
           MOVE SPACES TO VERIFYRPT-RECORD.
           STRING WS-VF-AU-TS (WS-VF-AUX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AU-INPUT (WS-VF-AUX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AU-RESULT (WS-VF-AUX))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-TMP-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT1-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT2-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT3-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (WS-VF-AMT4-S) DELIMITED BY SIZE
               INTO VERIFYRPT-RECORD
           END-STRING.
           PERFORM 8258-WRITE-VERIFY-LINE.

       8258-WRITE-VERIFY-LINE.

           WRITE VERIFYRPT-RECORD.
           IF WS-VERIFYRPT-STATUS NOT = "00"
               DISPLAY "Warning: verification report write failed - "
                   "status " WS-VERIFYRPT-STATUS UPON SYSERR
           END-IF.

       8259-WRITE-VERIFY-COUNT.

           MOVE SPACES TO VERIFYRPT-RECORD.
           STRING WS-TMP-NAME (1:36) DELIMITED BY SIZE
               FUNCTION TRIM (WS-COUNT-BUF) DELIMITED BY SIZE
               INTO VERIFYRPT-RECORD
           END-STRING.
           PERFORM 8258-WRITE-VERIFY-LINE.


      ******************************************************************
      * CONVERT DRIVER - COPIES A TRANSACTION STORE IN THE ORIGINAL    *
      * RECORD LAYOUT INTO A NEW STORE IN THE CURRENT ONE, FILLING     *
      * THE GL CODE FROM THE CATEGORY MASTER AND DEFAULTING THE        *
      * CATEGORY SOURCE, TAX, PENDING-RECLASS AND UPDATE-STAMP FIELDS  *
      * THE OLD LAYOUT NEVER HAD.                                      *
      *                                                                *
      * INVOCATION: reportgen CONVERT <old-store> <store>              *
      *                 <catmaster.txt> [suspense-gl] [auditlog.txt]   *
      ******************************************************************

       8300-CONVERT-DRIVER.

           IF WS-ARG-COUNT < 4
               DISPLAY "USAGE: reportgen CONVERT <old-store> <store>"
                   " <catmaster.txt> [suspense-gl] [auditlog.txt]"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-OLDSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-TXSTORE-PATH FROM ARGUMENT-VALUE.
           ACCEPT WS-CATMASTER-PATH FROM ARGUMENT-VALUE.

           MOVE SPACES TO WS-GL-ARG.
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-GL-ARG FROM ARGUMENT-VALUE
               IF WS-GL-ARG NOT = SPACES AND WS-GL-ARG NOT = "NONE"
                   MOVE WS-GL-ARG TO WS-SUSPENSE-GL
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-AUDIT-PATH FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-OLDSTORE-PATH TO WS-AUDIT-INPUT-PATH.
           MOVE WS-TXSTORE-PATH TO WS-AUDIT-OUTPUT-PATH.
           MOVE 0 TO WS-TOTAL-INCOME.
           MOVE 0 TO WS-TOTAL-EXPENSE.

           IF WS-OLDSTORE-PATH = WS-TXSTORE-PATH
               DISPLAY "Old and new store are the same file: "
                   FUNCTION TRIM (WS-TXSTORE-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

      *    EVERY CONVERTED ROW TAKES ITS GL CODE FROM THE MASTER, SO
      *    AN EMPTY OR UNREADABLE ONE WOULD SEND THE WHOLE STORE TO
      *    SUSPENSE.

           PERFORM 0070-LOAD-CATMASTER.
           IF WS-CATMASTER-COUNT = 0
               DISPLAY "No categories loaded from category master: "
                   FUNCTION TRIM (WS-CATMASTER-PATH) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OLDSTORE-FILE.
           IF WS-OLDSTORE-STATUS NOT = "00"
               DISPLAY "Cannot open old transaction store: "
                   WS-OLDSTORE-PATH " status " WS-OLDSTORE-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

      *    OPENING THE NEW STORE FOR OUTPUT EMPTIES IT, SO ONE THAT
      *    ALREADY EXISTS - MOST LIKELY A STORE IN USE - IS REFUSED.

           OPEN INPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "35"
               IF WS-TXSTORE-STATUS = "00"
                   CLOSE TXSTORE-FILE
               END-IF
               DISPLAY "New transaction store already exists: "
                   FUNCTION TRIM (WS-TXSTORE-PATH) UPON SYSERR
               CLOSE OLDSTORE-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TXSTORE-FILE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Cannot create transaction store: "
                   WS-TXSTORE-PATH " status " WS-TXSTORE-STATUS
                   UPON SYSERR
               CLOSE OLDSTORE-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM 4000-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO OS-KEY.
           START OLDSTORE-FILE KEY >= OS-KEY
               INVALID KEY
                   MOVE "10" TO WS-OLDSTORE-STATUS
           END-START.

           PERFORM UNTIL WS-OLDSTORE-STATUS NOT = "00"
               READ OLDSTORE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM 8310-CONVERT-RECORD
               END-READ
           END-PERFORM.

      *    A READ ERROR LEAVES THE NEW STORE SHORT, SO IT FAILS THE
      *    RUN THE SAME AS A ROW THAT COULD NOT BE WRITTEN.

           IF WS-OLDSTORE-STATUS NOT = "10"
               DISPLAY "Warning: old store read failed after "
                   WS-CV-READ " rows - status " WS-OLDSTORE-STATUS
                   UPON SYSERR
               ADD 1 TO WS-CV-FAILED
           END-IF.

           CLOSE OLDSTORE-FILE.
           CLOSE TXSTORE-FILE.

           MOVE WS-CV-READ TO WS-COUNT-BUF.
           DISPLAY "Read " FUNCTION TRIM (WS-COUNT-BUF)
               " rows from " FUNCTION TRIM (WS-OLDSTORE-PATH).
           MOVE WS-CV-WRITTEN TO WS-COUNT-BUF.
           DISPLAY "Wrote " FUNCTION TRIM (WS-COUNT-BUF)
               " rows to " FUNCTION TRIM (WS-TXSTORE-PATH)
               WITH NO ADVANCING.
           MOVE WS-CV-SUSPENSE TO WS-COUNT-BUF.
           DISPLAY " (" FUNCTION TRIM (WS-COUNT-BUF)
               " to suspense GL " FUNCTION TRIM (WS-SUSPENSE-GL) ")".

           MOVE WS-CV-WRITTEN TO WS-TX-COUNT.

           IF WS-CV-FAILED > 0
               MOVE WS-CV-FAILED TO WS-COUNT-BUF
               DISPLAY "Warning: " FUNCTION TRIM (WS-COUNT-BUF)
                   " rows were not converted" UPON SYSERR
               MOVE 1 TO RETURN-CODE
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM 4000-WRITE-AUDIT-LOG.

       8310-CONVERT-RECORD.

      *    ONE OLD-LAYOUT ROW. THE CATEGORY'S SOURCE WAS NEVER KEPT,
      *    SO IT IS TAKEN AS THE CSV'S OWN (C) - RECAT THEN KEEPS THE
      *    CATEGORY RATHER THAN RISK OVERRIDING ONE THE SOURCE GAVE.
      *    NO TAX WAS EVER SPLIT OUT OF AN OLD ROW, AND THE BLANK
      *    UPDATE STAMP MARKS IT AS WRITTEN BEFORE ROWS WERE STAMPED.

           ADD 1 TO WS-CV-READ.

           MOVE SPACES TO TXSTORE-RECORD.
           MOVE OS-ACCOUNT TO TS-ACCOUNT.
           MOVE OS-DATE TO TS-DATE.
           MOVE OS-SEQ TO TS-SEQ.
           MOVE OS-DESC TO TS-DESC.
           MOVE OS-AMOUNT TO TS-AMOUNT.
           MOVE OS-ORIG-AMOUNT TO TS-ORIG-AMOUNT.
           MOVE OS-CATEGORY TO TS-CATEGORY.
           MOVE OS-CURRENCY TO TS-CURRENCY.
           MOVE OS-PAYEE TO TS-PAYEE.
           MOVE OS-DEPT TO TS-DEPT.

           MOVE OS-CATEGORY TO WS-GL-LOOKUP-NAME.
           PERFORM 0146-LOOKUP-GLCODE.
           IF WS-GL-MAPPED = "Y"
               MOVE WS-GL-CODE-OUT TO TS-GLCODE
           ELSE
               MOVE WS-SUSPENSE-GL TO TS-GLCODE
               ADD 1 TO WS-CV-SUSPENSE
           END-IF.
           MOVE "C" TO TS-CAT-SOURCE.
           MOVE 0 TO TS-LEG-COUNT.
           MOVE 0 TO TS-TAX-AMOUNT.

           WRITE TXSTORE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-TXSTORE-STATUS NOT = "00"
               DISPLAY "Warning: store write failed for "
                   FUNCTION TRIM (TS-ACCOUNT) " " TS-DATE
                   " - status " WS-TXSTORE-STATUS UPON SYSERR
               ADD 1 TO WS-CV-FAILED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CV-WRITTEN.
           IF TS-AMOUNT < 0
               SUBTRACT TS-AMOUNT FROM WS-TOTAL-EXPENSE
           ELSE
               ADD TS-AMOUNT TO WS-TOTAL-INCOME
           END-IF.

       END PROGRAM reportgen.
