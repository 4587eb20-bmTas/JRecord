001600*   NOT TRADING ACTIVE ON DLVENDMF SUPPRESSES THE SUGGESTION     *
001700*   RATHER THAN SENDING THE BUYERS TO A CLOSED DOOR. TARGET      *
001800*   COVER WEEKS IS TUNED THROUGH DLPARAMM.                       *
001820*   WHERE DLFCSTMF HOLDS A CURRENT FORECAST FOR THE LINE THAT    *
001840*   HAS NOT BEEN MARKED NOT TRUSTED, THE TARGET IS THE FORECAST  *
001860*   UNITS OVER THE COVER WEEKS INSTEAD OF THE FLAT DLTREND RATE. *
001870*   A KEYCODE NOT RANGED AT THE STORE ON DLRNGMF ON THE RUN DATE *
001880*   GETS NO SUGGESTION.                                          *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002230*  02 | 15/10/26 | TARGET COVER FROM DLFCSTMF   | R. GEALL       *
002260*     |          | FORECAST UNLESS NOT TRUSTED  |                *
002270*  03 | 15/10/26 | NO SUGGESTION FOR A LINE NOT | R. GEALL       *
002280*     |          | RANGED AT THE STORE          |                *
002290*  04 | 15/10/26 | DLSUGORD WRITTEN KEYED BY    | R. GEALL       *
002295*     |          | KEYCODE/STORE; DLPOLIFE READ |                *
002297*     |          | AS KEYED FILE                |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003400                              ORGANIZATION IS INDEXED
003500                              ACCESS MODE IS DYNAMIC
003600                              RECORD KEY IS DLINVPOS-KEY.
003620     SELECT FORECAST-MASTER   ASSIGN TO DLFCSTMF
003640                              ORGANIZATION IS INDEXED
003660                              ACCESS MODE IS RANDOM
003680                              RECORD KEY IS DLFCSTMF-KEY.
003682     SELECT RANGING-MASTER    ASSIGN TO DLRNGMF
003684                              ORGANIZATION IS INDEXED
003686                              ACCESS MODE IS RANDOM
003688                              RECORD KEY IS DLRNGMF-KEY.
003690     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003692                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT POLIFE-FILE       ASSIGN TO DLPOLIFE
003800                              ORGANIZATION IS INDEXED
003810                              ACCESS MODE IS SEQUENTIAL
003820                              RECORD KEY IS DLPOLIFE-PO-NO.
003900     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT SUGGEST-FILE      ASSIGN TO DLSUGORD
004400                              ORGANIZATION IS INDEXED
004410                              ACCESS MODE IS RANDOM
004420                              RECORD KEY IS DLSUGORD-KEY.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TREND-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  DLINVPOS-RECORD.
005500     COPY DLINVPOS.
005520 FD  FORECAST-MASTER
005540     LABEL RECORDS ARE STANDARD.
005560 01  DLFCSTMF-RECORD.
005580     COPY DLFCSTMF.
005582 FD  RANGING-MASTER
005584     LABEL RECORDS ARE STANDARD.
005586 01  DLRNGMF-RECORD.
005588     COPY DLRNGMF.
005590 FD  STORE-MASTER-FILE
005592     RECORDING MODE IS F
005594     LABEL RECORDS ARE STANDARD.
005596 01  DLSTORMF-RECORD.
005598     COPY DLSTORMF.
005600 FD  POLIFE-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  DLPOLIFE-RECORD.
006000     COPY DLPOLIFE.
006900 01  DLPARAMM-RECORD.
007000     COPY DLPARAMM.
007100 FD  SUGGEST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLSUGORD-RECORD.
007500     COPY DLSUGORD.
008900         88  DLR103-DEPT-FOUND               VALUE 'Y'.
009000     05  DLR103-VEND-ACTIVE-SW    PIC X(01)  VALUE 'N'.
009100         88  DLR103-VEND-ACTIVE              VALUE 'Y'.
009110     05  DLR103-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
009120         88  DLR103-STOR-EOF                 VALUE 'Y'.
009130     05  DLR103-SCOPE-FOUND-SW    PIC X(01)  VALUE 'N'.
009140         88  DLR103-SCOPE-FOUND              VALUE 'Y'.
009150     05  DLR103-RANGED-SW         PIC X(01)  VALUE 'N'.
009160         88  DLR103-RANGED                   VALUE 'Y'.
009200 01  DLR103-CONSTANTS.
009300*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
009400     05  DLR103-TARGET-WEEKS      PIC 9(02)  VALUE 4.
009430*    A FORECAST BUILT MORE THAN THIS MANY DAYS AGO IS STALE.
009460     05  DLR103-FCST-MAX-AGE      PIC 9(02)  VALUE 7.
009500 01  DLR103-BEST-EFF-TARGET       PIC 9(08)  VALUE ZERO.
009600 01  DLR103-RUN-DATE              PIC 9(08)  VALUE ZERO.
009700 01  DLR103-DEPT-CONTROL.
011000                           INDEXED BY DLR103-VEND-IX.
011100         10  DLR103-V-VENDOR-NO   PIC 9(10).
011200         10  DLR103-V-STATUS      PIC X(01).
011210 01  DLR103-STORE-CONTROL.
011220     05  DLR103-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
011230 01  DLR103-STORE-TABLE.
011240     05  DLR103-STORE-ENTRY OCCURS 500 TIMES
011250                            INDEXED BY DLR103-STORE-IX.
011260         10  DLR103-S-STORE-NO    PIC 9(04).
011270         10  DLR103-S-REGION      PIC X(04).
011280         10  DLR103-S-BRAND       PIC X(04).
011300 01  DLR103-WORK-FIELDS.
011400     05  DLR103-DEPT-NUMERIC     PIC 9(04).
011500     05  DLR103-WEEKLY-RATE      PIC S9(09)   COMP-3.
011600     05  DLR103-ON-HAND          PIC S9(09)   COMP-3.
011700     05  DLR103-TARGET-QTY       PIC S9(09)   COMP-3.
011800     05  DLR103-SUGGEST-QTY      PIC S9(09)   COMP-3.
011820     05  DLR103-FCST-WEEKS       PIC S9(04)   COMP.
011840     05  DLR103-FCST-SUB         PIC S9(04)   COMP.
011860     05  DLR103-FCST-UNITS       PIC S9(09)   COMP-3.
011880     05  DLR103-FCST-AGE         PIC S9(07)   COMP-3.
011882     05  DLR103-RNG-STORE-NO     PIC 9(04).
011884     05  DLR103-RNG-STORE-CODE   PIC X(04).
011886     05  DLR103-RNG-STORE-DIGITS REDEFINES DLR103-RNG-STORE-CODE
011888                                 PIC 9(04).
011890     05  DLR103-RNG-REGION       PIC X(04).
011892     05  DLR103-RNG-BRAND        PIC X(04).
011900 01  DLR103-COUNTERS.
012000     05  DLR103-TRENDS-READ      PIC 9(09)  VALUE ZERO.
012100     05  DLR103-SUGGESTIONS      PIC 9(09)  VALUE ZERO.
012200     05  DLR103-VEND-SUPPRESSED  PIC 9(07)  VALUE ZERO.
012250     05  DLR103-FCST-USED        PIC 9(09)  VALUE ZERO.
012270     05  DLR103-RANGE-SUPPRESSED PIC 9(07)  VALUE ZERO.
012280     05  DLR103-DUP-SUPPRESSED   PIC 9(07)  VALUE ZERO.
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE.
013100 1000-INITIALIZE.
013200     OPEN INPUT  TREND-FILE.
013300     OPEN INPUT  POSITION-MASTER.
013350     OPEN INPUT  FORECAST-MASTER.
013370     OPEN INPUT  RANGING-MASTER.
013400     OPEN OUTPUT SUGGEST-FILE.
013500     ACCEPT DLR103-RUN-DATE FROM DATE YYYYMMDD.
013600     PERFORM 1100-LOAD-PARAMETERS.
013700     PERFORM 1200-LOAD-OPEN-POS.
013800     PERFORM 1300-LOAD-VENDORS.
013850     PERFORM 1400-LOAD-STORES.
013900     DISPLAY 'DLR103 TARGET COVER WEEKS USED = '
014000         DLR103-TARGET-WEEKS.
014100     PERFORM 2100-READ-TREND.
026900     PERFORM 1310-READ-VENDOR.
027000 1320-EXIT.
027100     EXIT.
027105
027110*    REGION AND BRAND OF EVERY STORE, FOR THE RANGING SCOPES.
027115 1400-LOAD-STORES.
027120     OPEN INPUT STORE-MASTER-FILE.
027125     PERFORM 1410-READ-STORE.
027130     PERFORM 1420-POST-ONE-STORE
027135         UNTIL DLR103-STOR-EOF.
027140     CLOSE STORE-MASTER-FILE.
027145 1400-EXIT.
027150     EXIT.
027155
027160 1410-READ-STORE.
027165     READ STORE-MASTER-FILE
027170         AT END
027175             MOVE 'Y' TO DLR103-STOR-EOF-SW
027180     END-READ.
027185 1410-EXIT.
027190     EXIT.
027195
027200 1420-POST-ONE-STORE.
027205     IF  DLR103-STORE-COUNT < 500
027210         ADD 1 TO DLR103-STORE-COUNT
027215         SET DLR103-STORE-IX TO DLR103-STORE-COUNT
027220         MOVE DLSTORMF-STORE-NO
027225             TO DLR103-S-STORE-NO (DLR103-STORE-IX)
027230         MOVE DLSTORMF-REGION-CODE
027235             TO DLR103-S-REGION (DLR103-STORE-IX)
027240         MOVE DLSTORMF-BRAND-ID
027245             TO DLR103-S-BRAND (DLR103-STORE-IX)
027250     END-IF.
027255     PERFORM 1410-READ-STORE.
027260 1420-EXIT.
027265     EXIT.
027270
027300*    COVER = (ON HAND) / WEEKLY RATE. A KEYCODE WITH NO SALES
027400*    RATE NEEDS NO REPLENISHMENT SUGGESTION.
027500 2000-PROCESS-TREND.
027600     ADD 1 TO DLR103-TRENDS-READ.
027700     MOVE DLTREND-CURR-QTY-SOLD TO DLR103-WEEKLY-RATE.
027720     COMPUTE DLR103-TARGET-QTY =
027740         DLR103-WEEKLY-RATE * DLR103-TARGET-WEEKS.
027760     PERFORM 2300-APPLY-FORECAST.
027800     IF  DLR103-TARGET-QTY > ZERO
027900         PERFORM 2200-READ-POSITION
028200         IF  DLR103-ON-HAND < DLR103-TARGET-QTY
028300             COMPUTE DLR103-SUGGEST-QTY =
028400                 DLR103-TARGET-QTY - DLR103-ON-HAND
028420             PERFORM 2400-CHECK-RANGED
028440             IF  DLR103-RANGED
028460                 PERFORM 3000-WRITE-SUGGESTION
028480             ELSE
028500                 ADD 1 TO DLR103-RANGE-SUPPRESSED
028520             END-IF
028600         END-IF
028700     END-IF.
028800     PERFORM 2100-READ-TREND.
031100     END-READ.
031200 2200-EXIT.
031300     EXIT.
031301
031302*    A CURRENT FORECAST REPLACES THE FLAT RATE: THE TARGET IS
031303*    THE FORECAST UNITS OVER THE COVER WEEKS (BEYOND THE 13
031304*    FORECAST WEEKS THE FORECAST AVERAGE CARRIES ON). A LINE
031305*    STILL BEING SCORED (NEITHER TRUSTED NOR NOT TRUSTED) USES
031306*    THE FORECAST; ONE MARKED NOT TRUSTED KEEPS THE FLAT RATE.
031307 2300-APPLY-FORECAST.
031308     MOVE DLTREND-KEYCODE-NO TO DLFCSTMF-KEYCODE-NO.
031309     MOVE DLTREND-STORE-NO   TO DLFCSTMF-STORE-NO.
031310     READ FORECAST-MASTER
031311         INVALID KEY
031312             CONTINUE
031313         NOT INVALID KEY
031314             COMPUTE DLR103-FCST-AGE =
031315                 FUNCTION INTEGER-OF-DATE (DLR103-RUN-DATE)
031316               - FUNCTION INTEGER-OF-DATE (DLFCSTMF-BUILD-DATE)
031317             IF  DLR103-FCST-AGE <= DLR103-FCST-MAX-AGE
031318             AND NOT DLFCSTMF-NOT-TRUSTED
031319                 PERFORM 2310-SUM-FORECAST
031320             END-IF
031321     END-READ.
031322 2300-EXIT.
031323     EXIT.
031324
031325 2310-SUM-FORECAST.
031326     MOVE DLR103-TARGET-WEEKS TO DLR103-FCST-WEEKS.
031327     IF  DLR103-FCST-WEEKS > 13
031328         MOVE 13 TO DLR103-FCST-WEEKS
031329     END-IF.
031330     MOVE ZERO TO DLR103-FCST-UNITS.
031331     PERFORM 2320-ADD-FORECAST-WEEK
031332         VARYING DLR103-FCST-SUB FROM 1 BY 1
031333         UNTIL DLR103-FCST-SUB > DLR103-FCST-WEEKS.
031334     IF  DLR103-FCST-WEEKS > ZERO
031335         COMPUTE DLR103-WEEKLY-RATE ROUNDED =
031336             DLR103-FCST-UNITS / DLR103-FCST-WEEKS
031337         COMPUTE DLR103-TARGET-QTY = DLR103-FCST-UNITS
031338             + DLR103-WEEKLY-RATE
031339                 * (DLR103-TARGET-WEEKS - DLR103-FCST-WEEKS)
031340         ADD 1 TO DLR103-FCST-USED
031341     END-IF.
031342 2310-EXIT.
031343     EXIT.
031344
031345 2320-ADD-FORECAST-WEEK.
031346     ADD DLFCSTMF-FC-QTY (DLR103-FCST-SUB) TO DLR103-FCST-UNITS.
031347 2320-EXIT.
031348     EXIT.
031349
031350*    THE MOST SPECIFIC DLRNGMF ROW HELD FOR THE STORE DECIDES -
031351*    STORE, THEN REGION, THEN BRAND, THEN CHAIN. A KEYCODE WITH
031352*    NO RANGING ROW AT ANY SCOPE IS NOT RANGED.
031353 2400-CHECK-RANGED.
031354     MOVE 'N' TO DLR103-RANGED-SW.
031355     MOVE DLTREND-STORE-NO TO DLR103-RNG-STORE-NO.
031356     MOVE SPACES TO DLR103-RNG-REGION.
031357     MOVE SPACES TO DLR103-RNG-BRAND.
031358     SET DLR103-STORE-IX TO 1.
031359     SEARCH DLR103-STORE-ENTRY
031360         AT END
031361             CONTINUE
031362         WHEN DLR103-STORE-IX > DLR103-STORE-COUNT
031363             CONTINUE
031364         WHEN DLR103-S-STORE-NO (DLR103-STORE-IX)
031365                 = DLR103-RNG-STORE-NO
031366             MOVE DLR103-S-REGION (DLR103-STORE-IX)
031367                 TO DLR103-RNG-REGION
031368             MOVE DLR103-S-BRAND (DLR103-STORE-IX)
031369                 TO DLR103-RNG-BRAND
031370     END-SEARCH.
031371     MOVE DLR103-RNG-STORE-NO TO DLR103-RNG-STORE-DIGITS.
031372     MOVE 'S' TO DLRNGMF-SCOPE-TYPE.
031373     MOVE DLR103-RNG-STORE-CODE TO DLRNGMF-SCOPE-CODE.
031374     PERFORM 2410-READ-SCOPE.
031375     IF  NOT DLR103-SCOPE-FOUND
031376     AND DLR103-RNG-REGION NOT = SPACES
031377         MOVE 'R' TO DLRNGMF-SCOPE-TYPE
031378         MOVE DLR103-RNG-REGION TO DLRNGMF-SCOPE-CODE
031379         PERFORM 2410-READ-SCOPE
031380     END-IF.
031381     IF  NOT DLR103-SCOPE-FOUND
031382     AND DLR103-RNG-BRAND NOT = SPACES
031383         MOVE 'B' TO DLRNGMF-SCOPE-TYPE
031384         MOVE DLR103-RNG-BRAND TO DLRNGMF-SCOPE-CODE
031385         PERFORM 2410-READ-SCOPE
031386     END-IF.
031387     IF  NOT DLR103-SCOPE-FOUND
031388         MOVE 'C' TO DLRNGMF-SCOPE-TYPE
031389         MOVE SPACES TO DLRNGMF-SCOPE-CODE
031390         PERFORM 2410-READ-SCOPE
031391     END-IF.
031392     IF  DLR103-SCOPE-FOUND
031393     AND DLRNGMF-RANGE-IN-DATE <= DLR103-RUN-DATE
031394     AND (DLRNGMF-RANGE-OUT-DATE = ZERO
031395          OR DLRNGMF-RANGE-OUT-DATE > DLR103-RUN-DATE)
031396         MOVE 'Y' TO DLR103-RANGED-SW
031397     END-IF.
031398 2400-EXIT.
031399     EXIT.
031400
031401 2410-READ-SCOPE.
031402     MOVE 'N' TO DLR103-SCOPE-FOUND-SW.
031403     MOVE DLTREND-KEYCODE-NO TO DLRNGMF-KEYCODE-NO.
031404     READ RANGING-MASTER
031405         INVALID KEY
031406             CONTINUE
031407         NOT INVALID KEY
031408             MOVE 'Y' TO DLR103-SCOPE-FOUND-SW
031409     END-READ.
031410 2410-EXIT.
031411     EXIT.
031412
031500 3000-WRITE-SUGGESTION.
031600     PERFORM 3100-FIND-DEPT-VENDOR.
031700     IF  NOT DLR103-VEND-ACTIVE
032900             TO DLSUGORD-OPEN-PO-VALUE
033000         MOVE DLR103-RUN-DATE    TO DLSUGORD-RUN-DATE
033100         WRITE DLSUGORD-RECORD
033110             INVALID KEY
033120                 ADD 1 TO DLR103-DUP-SUPPRESSED
033130             NOT INVALID KEY
033140                 ADD 1 TO DLR103-SUGGESTIONS
033150         END-WRITE
033300     END-IF.
033400 3000-EXIT.
033500     EXIT.
037500     DISPLAY 'DLR103 SUGGESTIONS MADE  = ' DLR103-SUGGESTIONS.
037600     DISPLAY 'DLR103 VENDOR SUPPRESSED = '
037700         DLR103-VEND-SUPPRESSED.
037750     DISPLAY 'DLR103 SIZED FROM FORECAST = ' DLR103-FCST-USED.
037760     DISPLAY 'DLR103 NOT RANGED SUPPRESSED = '
037770         DLR103-RANGE-SUPPRESSED.
037780     DISPLAY 'DLR103 DUPLICATE TREND ROWS = '
037790         DLR103-DUP-SUPPRESSED.
037800     CLOSE TREND-FILE
037900           POSITION-MASTER
037950           FORECAST-MASTER
037970           RANGING-MASTER
038000           SUGGEST-FILE.
038100 9000-EXIT.
038200     EXIT.
