002220*     |          | CALENDAR BEFORE FLAGGING -   |                *
002230*     |          | A LINE AT PROMO PRICE IN ITS |                *
002240*     |          | WINDOW IS NOT AN EXCEPTION   |                *
002250*  03 | 15/10/26 | A STORE-SCOPE MARKDOWN TAKEN | R. GEALL       *
002260*     |          | ON DLMKDREG IS THAT STORE'S  |                *
002270*     |          | CHECK PRICE FROM ITS DATE    |                *
002280*  04 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002290*     |          | CONVERTED THROUGH DLR176     |                *
002295*     |          | BEFORE THE UNIT PRICE CHECK  |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003800                              ORGANIZATION IS SEQUENTIAL.
003810     SELECT PROMO-CAL-FILE    ASSIGN TO DLPROMCL
003820                              ORGANIZATION IS SEQUENTIAL.
003830     SELECT MARKDOWN-REGISTER ASSIGN TO DLMKDREG
003840                              ORGANIZATION IS INDEXED
003850                              ACCESS MODE IS SEQUENTIAL
003860                              RECORD KEY IS DLMKDREG-KEY.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DTAR020-FILE
005330     LABEL RECORDS ARE STANDARD.
005340 01  DLPROMCL-RECORD.
005350     COPY DLPROMCL.
005360 FD  MARKDOWN-REGISTER
005370     LABEL RECORDS ARE STANDARD.
005380 01  DLMKDREG-RECORD.
005390     COPY DLMKDREG.
005400 WORKING-STORAGE SECTION.
005500 01  DLR050-SWITCHES.
005600     05  DLR050-EOF-SW            PIC X(01)  VALUE 'N'.
005920         88  DLR050-PROM-EOF                 VALUE 'Y'.
005930     05  DLR050-ON-PROMO-SW       PIC X(01)  VALUE 'N'.
005940         88  DLR050-ON-PROMO                 VALUE 'Y'.
005942     05  DLR050-MKD-EOF-SW        PIC X(01)  VALUE 'N'.
005944         88  DLR050-MKD-EOF                  VALUE 'Y'.
005946     05  DLR050-ON-MARKDOWN-SW    PIC X(01)  VALUE 'N'.
005948         88  DLR050-ON-MARKDOWN              VALUE 'Y'.
005950 01  DLR050-PROM-CONTROL.
005960     05  DLR050-PROM-COUNT        PIC S9(04)  COMP  VALUE ZERO.
005970 01  DLR050-PROM-TABLE.
006600     05  DLR050-RECS-READ         PIC 9(09)  COMP-3  VALUE ZERO.
006700     05  DLR050-VARIANCES         PIC 9(09)  COMP-3  VALUE ZERO.
006800     05  DLR050-NO-MASTER         PIC 9(09)  COMP-3  VALUE ZERO.
006810     05  DLR050-NO-RATE-COUNT     PIC 9(09)  COMP-3  VALUE ZERO.
006820 01  DLR050-MKD-CONTROL.
006825     05  DLR050-MKD-COUNT         PIC S9(04)  COMP  VALUE ZERO.
006830 01  DLR050-MKD-TABLE.
006835     05  DLR050-MKD-ENTRY OCCURS 2000 TIMES
006840                          INDEXED BY DLR050-MKD-IX.
006845         10  DLR050-M-KEYCODE     PIC X(08).
006850         10  DLR050-M-STORE-NO    PIC 9(04).
006855         10  DLR050-M-EFF-DATE    PIC S9(07)   COMP-3.
006860         10  DLR050-M-PRICE       PIC S9(7)V99 COMP-3.
006865 01  DLR050-MKD-BEST-DATE         PIC S9(07)   COMP-3.
006870 01  DLFXCONV-AREA.
006880     COPY DLFXCONV.
006900 01  DLR050-HEADING-1.
007000     05  FILLER                   PIC X(50)  VALUE
007100         'DLR050 - EXPECTED RETAIL PRICE VARIANCE REPORT'.
011250     OPEN INPUT  PROMO-CAL-FILE.
011300     OPEN OUTPUT VARIANCE-REPORT.
011350     PERFORM 1100-LOAD-PROMO-CAL.
011370     PERFORM 1200-LOAD-STORE-MARKDOWNS.
011380     MOVE 'O' TO DLFXCONV-FUNCTION.
011390     CALL 'DLR176' USING DLFXCONV-AREA.
011400     WRITE VARIANCE-LINE FROM DLR050-HEADING-1.
011500     WRITE VARIANCE-LINE FROM DLR050-HEADING-2.
011600     PERFORM 2100-READ-DTAR020.
011896 1110-EXIT.
011898     EXIT.
011900
011902*    ONLY TAKEN STORE-SCOPE MARKDOWNS ARE HELD - A CHAIN-WIDE
011904*    MARKDOWN IS ALREADY THE DLRETPRM EXPECTED RETAIL. THE
011906*    EFFECTIVE DATE IS HELD IN THE DTAR020-DATE CYYMMDD FORM.
011908 1200-LOAD-STORE-MARKDOWNS.
011910     OPEN INPUT MARKDOWN-REGISTER.
011912     PERFORM 1210-READ-MARKDOWN.
011914     PERFORM 1220-STORE-ONE-MARKDOWN
011916         UNTIL DLR050-MKD-EOF.
011918     CLOSE MARKDOWN-REGISTER.
011920 1200-EXIT.
011922     EXIT.
011924
011926 1210-READ-MARKDOWN.
011928     READ MARKDOWN-REGISTER NEXT RECORD
011930         AT END
011932             MOVE 'Y' TO DLR050-MKD-EOF-SW
011934     END-READ.
011936 1210-EXIT.
011938     EXIT.
011940
011942 1220-STORE-ONE-MARKDOWN.
011944     IF  DLMKDREG-TAKEN
011946     AND DLMKDREG-STORE-NO NOT = ZERO
011948     AND DLR050-MKD-COUNT < 2000
011950         ADD 1 TO DLR050-MKD-COUNT
011952         SET DLR050-MKD-IX TO DLR050-MKD-COUNT
011954         MOVE DLMKDREG-KEYCODE-NO
011956             TO DLR050-M-KEYCODE (DLR050-MKD-IX)
011958         MOVE DLMKDREG-STORE-NO
011960             TO DLR050-M-STORE-NO (DLR050-MKD-IX)
011962         COMPUTE DLR050-M-EFF-DATE (DLR050-MKD-IX) =
011964             DLMKDREG-EFF-DATE - 19000000
011966         MOVE DLMKDREG-NEW-RETAIL
011968             TO DLR050-M-PRICE (DLR050-MKD-IX)
011970     END-IF.
011972     PERFORM 1210-READ-MARKDOWN.
011974 1220-EXIT.
011976     EXIT.
011978
012000 2000-PROCESS-RECORD.
012100     ADD 1 TO DLR050-RECS-READ.
012200     IF  DTAR020-QTY-SOLD > ZERO
013300     END-READ.
013400 2100-EXIT.
013500     EXIT.
013510
013520*    THE DLRETPRM RETAIL IS A LOCAL PRICE, SO A FOREIGN-CURRENCY
013530*    STORE'S SALE IS CHECKED AT ITS LOCAL EQUIVALENT.
013540 2150-CONVERT-SALE.
013550     MOVE 'C' TO DLFXCONV-FUNCTION.
013555     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
013560     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
013565     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
013570     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
013575     CALL 'DLR176' USING DLFXCONV-AREA.
013580     IF  DLFXCONV-NO-RATE
013585         ADD 1 TO DLR050-NO-RATE-COUNT
013590     END-IF.
013595 2150-EXIT.
013598     EXIT.
013600
013700 2200-CHECK-PRICE.
013800     MOVE DTAR020-KEYCODE-NO TO DLRETPRM-KEYCODE-NO.
014200         NOT INVALID KEY
014300             MOVE 'Y' TO DLR050-FOUND-SW
014400     END-READ.
014450     PERFORM 2150-CONVERT-SALE.
014500     COMPUTE DLR050-UNIT-PRICE ROUNDED =
014600         DLFXCONV-LOCAL-AMT / DTAR020-QTY-SOLD.
014650     PERFORM 2250-CHECK-PROMO-WINDOW.
014660     IF  NOT DLR050-ON-PROMO
014670         PERFORM 2500-CHECK-STORE-MARKDOWN
014680     END-IF.
014700     IF  DLR050-ON-PROMO OR DLR050-FOUND OR DLR050-ON-MARKDOWN
014800         COMPUTE DLR050-PRICE-DIFF =
014900             DLR050-UNIT-PRICE - DLR050-EXPECTED-PRICE
015000         COMPUTE DLR050-BAND-LIMIT ROUNDED =
019000 2400-EXIT.
019100     EXIT.
019200
019205*    THE LATEST STORE-SCOPE MARKDOWN EFFECTIVE ON OR BEFORE THE
019207*    TRADING DATE REPLACES THE CHAIN EXPECTED RETAIL FOR THAT
019209*    STORE.
019211 2500-CHECK-STORE-MARKDOWN.
019213     MOVE 'N' TO DLR050-ON-MARKDOWN-SW.
019215     MOVE ZERO TO DLR050-MKD-BEST-DATE.
019217     PERFORM 2510-TEST-ONE-MARKDOWN
019219         VARYING DLR050-MKD-IX FROM 1 BY 1
019221         UNTIL DLR050-MKD-IX > DLR050-MKD-COUNT.
019223 2500-EXIT.
019225     EXIT.
019227
019229 2510-TEST-ONE-MARKDOWN.
019231     IF  DLR050-M-KEYCODE (DLR050-MKD-IX) = DTAR020-KEYCODE-NO
019233     AND DLR050-M-STORE-NO (DLR050-MKD-IX) = DTAR020-STORE-NO
019235     AND DLR050-M-EFF-DATE (DLR050-MKD-IX) <= DTAR020-DATE
019237     AND DLR050-M-EFF-DATE (DLR050-MKD-IX)
019239             >= DLR050-MKD-BEST-DATE
019241         MOVE 'Y' TO DLR050-ON-MARKDOWN-SW
019243         MOVE DLR050-M-EFF-DATE (DLR050-MKD-IX)
019245             TO DLR050-MKD-BEST-DATE
019247         MOVE DLR050-M-PRICE (DLR050-MKD-IX)
019249             TO DLR050-EXPECTED-PRICE
019251     END-IF.
019253 2510-EXIT.
019255     EXIT.
019257
019300 9000-TERMINATE.
019400     MOVE DLR050-VARIANCES TO DLR050-T-VARIANCES.
019500     MOVE DLR050-NO-MASTER TO DLR050-T-NO-MASTER.
019600     WRITE VARIANCE-LINE FROM DLR050-TOTAL-LINE.
019650     IF  DLR050-NO-RATE-COUNT > ZERO
019660         DISPLAY 'DLR050 FOREIGN SALES WITH NO DLFXRATE RATE = '
019670             DLR050-NO-RATE-COUNT
019675         MOVE 4 TO RETURN-CODE
019680     END-IF.
019700     CLOSE DTAR020-FILE
019800           RETAIL-MASTER
019900           VARIANCE-REPORT.
