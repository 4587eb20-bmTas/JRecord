000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR199.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR199 - NIGHTLY INBOUND FREIGHT COST ACCRUAL                *
001000*                                                                *
001100*   COSTS EVERY DELIVERED ASN ON THE STDR EXTRACT (AS RECORD     *
001200*   WITH A RECEIPT DATE) AGAINST THE CARRIER'S RATE CARD ON      *
001300*   DLFRTRTE - THE CARRIER BEING THE FIRST EIGHT CHARACTERS OF   *
001400*   THE CONNOTE, THE LANE THE DELIVERING DC, FALLING BACK TO     *
001500*   THE CARRIER'S DC 0000 CARD. THE SHIPPED WEIGHT (POUNDS       *
001600*   CONVERTED TO KG) IS CHARGED AT ITS WEIGHT BREAK'S RATE,      *
001700*   NOT LESS THAN THE MINIMUM CHARGE, PLUS THE PALLET CHARGE     *
001800*   PER LADING UNIT, PLUS THE FUEL LEVY ON BOTH. EACH ASN IS     *
001900*   WRITTEN TO THE DLFRTACR ACCRUAL LEDGER BY CONNOTE; AN ASN    *
002000*   ALREADY COSTED IS NEVER ACCRUED AGAIN, SO A RERUN OR AN ASN  *
002100*   REPEATED ON A LATER EXTRACT IS HARMLESS. AN ASN WITH NO      *
002200*   RATE CARD IS HELD UNRATED AND COSTED THE FIRST NIGHT ONE     *
002300*   EXISTS. THE NIGHT'S ACCRUAL IS JOURNALLED BY DC - DEBIT      *
002400*   FREIGHT INWARD, CREDIT ACCRUED FREIGHT. UNRATED ASNS AND     *
002500*   DELIVERED ASNS WITH NO CONNOTE ARE REPORTED AND END THE RUN  *
002600*   WITH RETURN CODE 4. DLR200 AUDITS THE CARRIERS' INVOICES     *
002700*   AGAINST THE LEDGER AT MONTH END.                             *
002710*   AFTER THE EXTRACT, THE WHOLE LEDGER IS SWEPT FOR ROWS STILL  *
002720*   UNRATED THAT TONIGHT'S EXTRACT DID NOT REPEAT; EACH IS RATED *
002730*   AGAIN FROM THE CARRIER, DC, WEIGHT AND PALLETS HELD ON THE   *
002740*   ROW, SO A HELD ASN IS COSTED AND JOURNALLED THE FIRST NIGHT  *
002750*   ITS RATE CARD EXISTS WHETHER OR NOT STDR CARRIES IT AGAIN.   *
002800*                                                                *
002900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003000*  ---|----------|------------------------------|------------    *
003100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003130*  02 | 15/10/26 | SWEEP DLFRTACR FOR UNRATED   | R. GEALL       *
003160*     |          | ROWS AFTER THE STDR PASS     |                *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT STDR-FILE         ASSIGN TO STDR
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT RATE-MASTER       ASSIGN TO DLFRTRTE
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS RANDOM
004500                              RECORD KEY IS DLFRTRTE-KEY.
004600     SELECT ACCRUAL-LEDGER    ASSIGN TO DLFRTACR
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS DYNAMIC
004900                              RECORD KEY IS DLFRTACR-KEY.
005000     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLFR
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT ACCRUAL-REPORT    ASSIGN TO FRTACRPT
005300                              ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  STDR-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  STDR-DETAIL-RECORD.
006000     COPY STDR.
006100 FD  RATE-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLFRTRTE-RECORD.
006400     COPY DLFRTRTE.
006500 FD  ACCRUAL-LEDGER
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLFRTACR-RECORD.
006800     COPY DLFRTACR.
006900 FD  GL-JOURNAL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLGLJRNL-RECORD.
007200     COPY DLGLJRNL.
007300 FD  ACCRUAL-REPORT
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  ACCRUAL-LINE                PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 01  DLR199-SWITCHES.
007900     05  DLR199-EOF-SW            PIC X(01)  VALUE 'N'.
008000         88  DLR199-EOF                      VALUE 'Y'.
008100     05  DLR199-FOUND-SW          PIC X(01)  VALUE 'N'.
008200         88  DLR199-FOUND                    VALUE 'Y'.
008300     05  DLR199-ON-LEDGER-SW      PIC X(01)  VALUE 'N'.
008400         88  DLR199-ON-LEDGER                VALUE 'Y'.
008500     05  DLR199-CHOSEN-SW         PIC X(01)  VALUE 'N'.
008600         88  DLR199-CHOSEN                   VALUE 'Y'.
008700     05  DLR199-DATE-OK-SW        PIC X(01)  VALUE 'N'.
008800         88  DLR199-DATE-OK                  VALUE 'Y'.
008810     05  DLR199-LEDGER-EOF-SW     PIC X(01)  VALUE 'N'.
008820         88  DLR199-LEDGER-EOF               VALUE 'Y'.
008900 01  DLR199-CONSTANTS.
009000     05  DLR199-EXPENSE-ACCT      PIC X(08)  VALUE 'FRTINW01'.
009100     05  DLR199-ACCRUAL-ACCT      PIC X(08)  VALUE 'FRTACC01'.
009200     05  DLR199-KG-PER-LB         PIC 9V9(5) VALUE 0.45359.
009300 01  DLR199-RUN-DATE-FIELDS.
009400     05  DLR199-RUN-CCYYMMDD      PIC 9(08)  VALUE ZERO.
009500     05  DLR199-BATCH-DATE        PIC S9(07)   COMP-3.
009600 01  DLR199-DATE-WORK.
009700     05  DLR199-DATE-X10          PIC X(10).
009800     05  DLR199-DATE-PARTS REDEFINES DLR199-DATE-X10.
009900         10  DLR199-X-DD          PIC 9(02).
010000         10  FILLER               PIC X(01).
010100         10  DLR199-X-MM          PIC 9(02).
010200         10  FILLER               PIC X(01).
010300         10  DLR199-X-CCYY        PIC 9(04).
010400     05  DLR199-CCYYMMDD          PIC 9(08).
010500 01  DLR199-COST-CENTRE.
010600     05  FILLER                   PIC X(02)  VALUE 'DC'.
010700     05  DLR199-CC-DC-NO          PIC 9(04).
010800 01  DLR199-RATING-WORK.
010900     05  DLR199-BRK-SUB           PIC S9(04)  COMP.
011000     05  DLR199-RATE-KG           PIC 9(02)V9(4).
011100     05  DLR199-REASON            PIC X(24).
011200 01  DLR199-DC-CONTROL.
011300     05  DLR199-DC-COUNT          PIC S9(04)  COMP  VALUE ZERO.
011400 01  DLR199-DC-TABLE.
011500     05  DLR199-DC-ENTRY OCCURS 200 TIMES
011600                         INDEXED BY DLR199-DC-IX.
011700         10  DLR199-D-DC-NO       PIC 9(04).
011800         10  DLR199-D-AMOUNT      PIC S9(09)V99 COMP-3.
011900 01  DLR199-COUNTERS.
012000     05  DLR199-STDR-READ         PIC 9(09)  VALUE ZERO.
012100     05  DLR199-ASNS-READ         PIC 9(07)  VALUE ZERO.
012200     05  DLR199-NOT-DELIVERED     PIC 9(07)  VALUE ZERO.
012300     05  DLR199-NO-CONNOTE        PIC 9(07)  VALUE ZERO.
012400     05  DLR199-ALREADY-ACCRUED   PIC 9(07)  VALUE ZERO.
012500     05  DLR199-ACCRUED           PIC 9(07)  VALUE ZERO.
012600     05  DLR199-RATED-LATE        PIC 9(07)  VALUE ZERO.
012700     05  DLR199-UNRATED           PIC 9(07)  VALUE ZERO.
012800     05  DLR199-DCS-DROPPED       PIC 9(07)  VALUE ZERO.
012900     05  DLR199-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
012910     05  DLR199-SWEEP-TRIED       PIC 9(07)  VALUE ZERO.
013000 01  DLR199-TOTALS.
013100     05  DLR199-T-WEIGHT-AMT      PIC S9(11)V99 COMP-3
013200                                             VALUE ZERO.
013300     05  DLR199-T-PALLET-AMT      PIC S9(11)V99 COMP-3
013400                                             VALUE ZERO.
013500     05  DLR199-T-FUEL-AMT        PIC S9(11)V99 COMP-3
013600                                             VALUE ZERO.
013700     05  DLR199-T-ACCRUED         PIC S9(11)V99 COMP-3
013800                                             VALUE ZERO.
013900     05  DLR199-T-JRNL-DEBITS     PIC S9(11)V99 COMP-3
014000                                             VALUE ZERO.
014100     05  DLR199-T-JRNL-CREDITS    PIC S9(11)V99 COMP-3
014200                                             VALUE ZERO.
014300 01  DLR199-HEADING-1.
014400     05  FILLER                   PIC X(53)  VALUE
014500         'DLR199 - INBOUND FREIGHT ACCRUAL                 RUN '.
014600     05  DLR199-H-RUN-DATE        PIC 9(08).
014700 01  DLR199-HEADING-2.
014800     05  FILLER                   PIC X(40)  VALUE
014900         'CONNOTE              ASN                '.
015000     05  FILLER                   PIC X(40)  VALUE
015100         '            DC      WEIGHT KG  PALLETS  '.
015200     05  FILLER                   PIC X(52)  VALUE
015300         '  WEIGHT AMT  PALLET AMT    FUEL AMT     ACCRUED'.
015400 01  DLR199-DETAIL-LINE.
015500     05  DLR199-L-CONNOTE         PIC X(20).
015600     05  FILLER                   PIC X(01)  VALUE SPACE.
015700     05  DLR199-L-ASN             PIC X(30).
015800     05  FILLER                   PIC X(01)  VALUE SPACE.
015900     05  DLR199-L-DC-NO           PIC 9(04).
016000     05  FILLER                   PIC X(01)  VALUE SPACE.
016100     05  DLR199-L-WEIGHT          PIC ZZZZZZZ9.999.
016200     05  FILLER                   PIC X(01)  VALUE SPACE.
016300     05  DLR199-L-PALLETS         PIC ZZZZZZ9.
016400     05  FILLER                   PIC X(01)  VALUE SPACE.
016500     05  DLR199-L-RESULT.
016600         10  DLR199-L-WEIGHT-AMT  PIC ZZZZZZ9.99.
016700         10  FILLER               PIC X(02)  VALUE SPACES.
016800         10  DLR199-L-PALLET-AMT  PIC ZZZZZZ9.99.
016900         10  FILLER               PIC X(02)  VALUE SPACES.
017000         10  DLR199-L-FUEL-AMT    PIC ZZZZZZ9.99.
017100         10  FILLER               PIC X(02)  VALUE SPACES.
017200         10  DLR199-L-ACCRUED     PIC ZZZZZZ9.99.
017300     05  DLR199-L-REASON REDEFINES DLR199-L-RESULT
017400                                  PIC X(46).
017500 01  DLR199-TOTAL-LINE.
017600     05  DLR199-T-LABEL           PIC X(40).
017700     05  DLR199-T-COUNT           PIC ZZZZZZZZ9.
017800     05  FILLER                   PIC X(02)  VALUE SPACES.
017900     05  DLR199-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
018000 01  DLR199-BLANK-LINE            PIC X(01)  VALUE SPACE.
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE.
018400     PERFORM 2000-PROCESS-RECORD
018500         UNTIL DLR199-EOF.
018550     PERFORM 2900-SWEEP-UNRATED.
018600     PERFORM 3000-POST-JOURNAL.
018700     PERFORM 8000-PRINT-TOTALS.
018800     PERFORM 9000-TERMINATE.
018900     STOP RUN.
019000
019100 1000-INITIALIZE.
019200     OPEN INPUT  STDR-FILE.
019300     OPEN INPUT  RATE-MASTER.
019400     OPEN I-O    ACCRUAL-LEDGER.
019500     OPEN OUTPUT GL-JOURNAL-FILE.
019600     OPEN OUTPUT ACCRUAL-REPORT.
019700     ACCEPT DLR199-RUN-CCYYMMDD FROM DATE YYYYMMDD.
019800     COMPUTE DLR199-BATCH-DATE =
019900         DLR199-RUN-CCYYMMDD - 19000000.
020000     MOVE DLR199-RUN-CCYYMMDD TO DLR199-H-RUN-DATE.
020100     WRITE ACCRUAL-LINE FROM DLR199-HEADING-1.
020200     WRITE ACCRUAL-LINE FROM DLR199-BLANK-LINE.
020300     WRITE ACCRUAL-LINE FROM DLR199-HEADING-2.
020400     PERFORM 2100-READ-STDR.
020500 1000-EXIT.
020600     EXIT.
020700
020800 2000-PROCESS-RECORD.
020900     ADD 1 TO DLR199-STDR-READ.
021000     IF  STDR-RECORD-TYPE OF STDR-RH = 'AS'
021100         ADD 1 TO DLR199-ASNS-READ
021200         PERFORM 2200-CHECK-DELIVERED
021300     END-IF.
021400     PERFORM 2100-READ-STDR.
021500 2000-EXIT.
021600     EXIT.
021700
021800 2100-READ-STDR.
021900     READ STDR-FILE
022000         AT END
022100             MOVE 'Y' TO DLR199-EOF-SW
022200     END-READ.
022300 2100-EXIT.
022400     EXIT.
022500
022600*    ONLY AN ASN THE DC HAS RECEIPTED HAS BEEN DELIVERED AND
022700*    INCURRED FREIGHT; ONE IN TRANSIT IS COSTED WHEN IT ARRIVES.
022800 2200-CHECK-DELIVERED.
022900     MOVE ASN-RCPT-DT-AS TO DLR199-DATE-X10.
023000     PERFORM 2300-CONVERT-DATE.
023100     EVALUATE TRUE
023200         WHEN NOT DLR199-DATE-OK
023300             ADD 1 TO DLR199-NOT-DELIVERED
023400         WHEN CARRIER-CONNOTE-AS = SPACES
023500             ADD 1 TO DLR199-NO-CONNOTE
023600             MOVE SPACES TO DLR199-L-CONNOTE
023700             MOVE ASN-AS TO DLR199-L-ASN
023800             MOVE M-DC-DLVY-AS TO DLR199-L-DC-NO
023900             MOVE ZERO TO DLR199-L-WEIGHT
024000             MOVE ZERO TO DLR199-L-PALLETS
024100             MOVE 'NO CARRIER CONNOTE - NOT COSTED'
024200                 TO DLR199-L-REASON
024300             WRITE ACCRUAL-LINE FROM DLR199-DETAIL-LINE
024400         WHEN OTHER
024500             PERFORM 2400-ACCRUE-ASN
024600     END-EVALUATE.
024700 2200-EXIT.
024800     EXIT.
024900
025000 2300-CONVERT-DATE.
025100     MOVE 'N' TO DLR199-DATE-OK-SW.
025200     IF  DLR199-X-DD NUMERIC
025300     AND DLR199-X-MM NUMERIC
025400     AND DLR199-X-CCYY NUMERIC
025500     AND DLR199-X-MM > ZERO
025600         COMPUTE DLR199-CCYYMMDD =
025700             DLR199-X-CCYY * 10000
025800                 + DLR199-X-MM * 100 + DLR199-X-DD
025900         MOVE 'Y' TO DLR199-DATE-OK-SW
026000     END-IF.
026100 2300-EXIT.
026200     EXIT.
026300
026400*    A LEDGER ROW ALREADY RATED HAS BEEN ACCRUED AND IS LEFT
026500*    ALONE; AN UNRATED ONE IS TRIED AGAIN AGAINST TONIGHT'S
026600*    RATE CARDS.
026700 2400-ACCRUE-ASN.
026800     MOVE CARRIER-CONNOTE-AS TO DLFRTACR-CONNOTE.
026900     MOVE ASN-AS             TO DLFRTACR-ASN.
027000     READ ACCRUAL-LEDGER
027100         INVALID KEY
027200             MOVE 'N' TO DLR199-ON-LEDGER-SW
027300         NOT INVALID KEY
027400             MOVE 'Y' TO DLR199-ON-LEDGER-SW
027500     END-READ.
027600     IF  DLR199-ON-LEDGER
027700     AND DLFRTACR-RATED
027800         ADD 1 TO DLR199-ALREADY-ACCRUED
027900     ELSE
028000         IF  NOT DLR199-ON-LEDGER
028100             PERFORM 2500-BUILD-LEDGER-ROW
028200         END-IF
028300         PERFORM 2600-RATE-ASN
028400         IF  DLR199-ON-LEDGER
028500             REWRITE DLFRTACR-RECORD
028600                 INVALID KEY
028700                     DISPLAY 'DLR199 DLFRTACR REWRITE FAILED '
028800                         DLFRTACR-KEY
028900             END-REWRITE
029000         ELSE
029100             WRITE DLFRTACR-RECORD
029200                 INVALID KEY
029300                     DISPLAY 'DLR199 DLFRTACR WRITE FAILED '
029400                         DLFRTACR-KEY
029500             END-WRITE
029600         END-IF
029700         PERFORM 2800-REPORT-ASN
029800     END-IF.
029900 2400-EXIT.
030000     EXIT.
030100
030200 2500-BUILD-LEDGER-ROW.
030300     MOVE SPACES                   TO DLFRTACR-RECORD.
030400     MOVE CARRIER-CONNOTE-AS       TO DLFRTACR-CONNOTE.
030500     MOVE ASN-AS                   TO DLFRTACR-ASN.
030600     MOVE CARRIER-CONNOTE-AS (1:8) TO DLFRTACR-CARRIER.
030700     MOVE M-DC-DLVY-AS             TO DLFRTACR-DC-NO.
030800     MOVE SUP-ID-AS                TO DLFRTACR-SUP-ID.
030900     MOVE DLR199-CCYYMMDD          TO DLFRTACR-DLVY-DATE.
031000     MOVE ZERO                     TO DLFRTACR-WEIGHT.
031100     MOVE ZERO                     TO DLFRTACR-PALLETS.
031200     IF  SHIP-LDG-WGT-AS NUMERIC
031300         IF  SHIP-WGT-CODE-AS = 'LB'
031400             COMPUTE DLFRTACR-WEIGHT ROUNDED =
031500                 SHIP-LDG-WGT-AS * DLR199-KG-PER-LB
031600         ELSE
031700             MOVE SHIP-LDG-WGT-AS  TO DLFRTACR-WEIGHT
031800         END-IF
031900     END-IF.
032000     IF  SHIP-LDG-QTY-AS NUMERIC
032100         MOVE SHIP-LDG-QTY-AS      TO DLFRTACR-PALLETS
032200     END-IF.
032300     MOVE ZERO                     TO DLFRTACR-RATE-DC-NO.
032400     MOVE ZERO                     TO DLFRTACR-INVOICE-DATE.
032500     MOVE ZERO                     TO DLFRTACR-BILLED-AMT.
032600     SET DLFRTACR-NOT-INVOICED     TO TRUE.
032700 2500-EXIT.
032800     EXIT.
032900
033000*    THE LANE CARD FOR THE DELIVERING DC IS USED IF THERE IS
033100*    ONE, ELSE THE CARRIER'S DC 0000 CARD.
033200 2600-RATE-ASN.
033300     SET DLFRTACR-UNRATED TO TRUE.
033400     MOVE ZERO TO DLFRTACR-WEIGHT-AMT.
033500     MOVE ZERO TO DLFRTACR-PALLET-AMT.
033600     MOVE ZERO TO DLFRTACR-FUEL-AMT.
033700     MOVE ZERO TO DLFRTACR-ACCRUED-AMT.
033800     MOVE ZERO TO DLFRTACR-ACCRUAL-DATE.
033850     MOVE DLR199-RUN-CCYYMMDD TO DLFRTACR-TRIED-DATE.
033900     MOVE SPACES TO DLR199-REASON.
034000     MOVE DLFRTACR-CARRIER TO DLFRTRTE-CARRIER.
034100     MOVE DLFRTACR-DC-NO   TO DLFRTRTE-DC-NO.
034200     PERFORM 2650-READ-RATE-CARD.
034300     IF  NOT DLR199-FOUND
034400         MOVE ZERO TO DLFRTRTE-DC-NO
034500         PERFORM 2650-READ-RATE-CARD
034600     END-IF.
034700     IF  NOT DLR199-FOUND
034800         MOVE 'NO RATE CARD FOR CARRIER' TO DLR199-REASON
034900     ELSE
035000         MOVE ZERO TO DLR199-RATE-KG
035100         MOVE 'N' TO DLR199-CHOSEN-SW
035200         PERFORM 2610-TEST-ONE-BREAK
035300             VARYING DLR199-BRK-SUB FROM 1 BY 1
035400             UNTIL DLR199-BRK-SUB > 5
035500         IF  DLR199-RATE-KG = ZERO
035600             MOVE 'RATE CARD HAS NO BREAKS' TO DLR199-REASON
035700         ELSE
035800             PERFORM 2700-COST-ASN
035900         END-IF
036000     END-IF.
036100 2600-EXIT.
036200     EXIT.
036300
036400*    THE FIRST BREAK THE WEIGHT FALLS WITHIN SETS THE RATE; PAST
036500*    THE LAST BREAK THE LAST RATE STANDS.
036600 2610-TEST-ONE-BREAK.
036700     IF  DLFRTRTE-BRK-UPTO-KG (DLR199-BRK-SUB) > ZERO
036800     AND NOT DLR199-CHOSEN
036900         MOVE DLFRTRTE-BRK-RATE-KG (DLR199-BRK-SUB)
037000             TO DLR199-RATE-KG
037100         IF  DLFRTACR-WEIGHT
037200                 NOT > DLFRTRTE-BRK-UPTO-KG (DLR199-BRK-SUB)
037300             MOVE 'Y' TO DLR199-CHOSEN-SW
037400         END-IF
037500     END-IF.
037600 2610-EXIT.
037700     EXIT.
037800
037900 2650-READ-RATE-CARD.
038000     READ RATE-MASTER
038100         INVALID KEY
038200             MOVE 'N' TO DLR199-FOUND-SW
038300         NOT INVALID KEY
038400             MOVE 'Y' TO DLR199-FOUND-SW
038500     END-READ.
038600 2650-EXIT.
038700     EXIT.
038800
038900 2700-COST-ASN.
039000     COMPUTE DLFRTACR-WEIGHT-AMT ROUNDED =
039100         DLFRTACR-WEIGHT * DLR199-RATE-KG.
039200     IF  DLFRTACR-WEIGHT-AMT < DLFRTRTE-MIN-CHARGE
039300         MOVE DLFRTRTE-MIN-CHARGE TO DLFRTACR-WEIGHT-AMT
039400     END-IF.
039500     COMPUTE DLFRTACR-PALLET-AMT ROUNDED =
039600         DLFRTACR-PALLETS * DLFRTRTE-PALLET-CHARGE.
039700     COMPUTE DLFRTACR-FUEL-AMT ROUNDED =
039800         (DLFRTACR-WEIGHT-AMT + DLFRTACR-PALLET-AMT)
039900             * DLFRTRTE-FUEL-LEVY-PCT / 100.
040000     COMPUTE DLFRTACR-ACCRUED-AMT =
040100         DLFRTACR-WEIGHT-AMT + DLFRTACR-PALLET-AMT
040200             + DLFRTACR-FUEL-AMT.
040300     SET DLFRTACR-RATED TO TRUE.
040400     MOVE DLFRTRTE-DC-NO TO DLFRTACR-RATE-DC-NO.
040500     MOVE DLR199-RUN-CCYYMMDD TO DLFRTACR-ACCRUAL-DATE.
040600     PERFORM 2750-ADD-TO-DC.
040700 2700-EXIT.
040800     EXIT.
040900
041000 2750-ADD-TO-DC.
041100     SET DLR199-DC-IX TO 1.
041200     SEARCH DLR199-DC-ENTRY
041300         AT END
041400             ADD 1 TO DLR199-DCS-DROPPED
041500         WHEN DLR199-DC-IX > DLR199-DC-COUNT
041600             ADD 1 TO DLR199-DC-COUNT
041700             MOVE DLFRTACR-DC-NO
041800                 TO DLR199-D-DC-NO (DLR199-DC-IX)
041900             MOVE DLFRTACR-ACCRUED-AMT
042000                 TO DLR199-D-AMOUNT (DLR199-DC-IX)
042100         WHEN DLR199-D-DC-NO (DLR199-DC-IX) = DLFRTACR-DC-NO
042200             ADD DLFRTACR-ACCRUED-AMT
042300                 TO DLR199-D-AMOUNT (DLR199-DC-IX)
042400     END-SEARCH.
042500 2750-EXIT.
042600     EXIT.
042700
042800 2800-REPORT-ASN.
042900     MOVE DLFRTACR-CONNOTE     TO DLR199-L-CONNOTE.
043000     MOVE DLFRTACR-ASN         TO DLR199-L-ASN.
043100     MOVE DLFRTACR-DC-NO       TO DLR199-L-DC-NO.
043200     MOVE DLFRTACR-WEIGHT      TO DLR199-L-WEIGHT.
043300     MOVE DLFRTACR-PALLETS     TO DLR199-L-PALLETS.
043400     IF  DLFRTACR-RATED
043500         ADD 1 TO DLR199-ACCRUED
043600         IF  DLR199-ON-LEDGER
043700             ADD 1 TO DLR199-RATED-LATE
043800         END-IF
043850         MOVE SPACES               TO DLR199-L-RESULT
043900         MOVE DLFRTACR-WEIGHT-AMT  TO DLR199-L-WEIGHT-AMT
044000         MOVE DLFRTACR-PALLET-AMT  TO DLR199-L-PALLET-AMT
044100         MOVE DLFRTACR-FUEL-AMT    TO DLR199-L-FUEL-AMT
044200         MOVE DLFRTACR-ACCRUED-AMT TO DLR199-L-ACCRUED
044300         ADD DLFRTACR-WEIGHT-AMT   TO DLR199-T-WEIGHT-AMT
044400         ADD DLFRTACR-PALLET-AMT   TO DLR199-T-PALLET-AMT
044500         ADD DLFRTACR-FUEL-AMT     TO DLR199-T-FUEL-AMT
044600         ADD DLFRTACR-ACCRUED-AMT  TO DLR199-T-ACCRUED
044700     ELSE
044800         ADD 1 TO DLR199-UNRATED
044900         MOVE SPACES TO DLR199-L-REASON
045000         STRING 'UNRATED - ' DELIMITED BY SIZE
045100                DLR199-REASON DELIMITED BY SIZE
045200             INTO DLR199-L-REASON
045300         END-STRING
045400     END-IF.
045500     WRITE ACCRUAL-LINE FROM DLR199-DETAIL-LINE.
045600 2800-EXIT.
045700     EXIT.
045800
045801*    HELD ROWS THE EXTRACT DID NOT BRING BACK TONIGHT. THE ROW
045803*    CARRIES ALL THE RATING NEEDS; ONE STILL WITHOUT A RATE CARD
045805*    IS LISTED AGAIN AND KEEPS THE RUN AT RETURN CODE 4.
045807 2900-SWEEP-UNRATED.
045809     MOVE LOW-VALUES TO DLFRTACR-KEY.
045811     START ACCRUAL-LEDGER KEY NOT < DLFRTACR-KEY
045813         INVALID KEY
045815             MOVE 'Y' TO DLR199-LEDGER-EOF-SW
045817     END-START.
045819     IF  NOT DLR199-LEDGER-EOF
045821         PERFORM 2910-READ-NEXT-LEDGER
045823     END-IF.
045825     PERFORM 2920-TEST-ONE-ROW
045827         UNTIL DLR199-LEDGER-EOF.
045829 2900-EXIT.
045831     EXIT.
045833
045835 2910-READ-NEXT-LEDGER.
045837     READ ACCRUAL-LEDGER NEXT RECORD
045839         AT END
045841             MOVE 'Y' TO DLR199-LEDGER-EOF-SW
045843     END-READ.
045845 2910-EXIT.
045847     EXIT.
045849
045851 2920-TEST-ONE-ROW.
045853     IF  DLFRTACR-UNRATED
045855     AND DLFRTACR-TRIED-DATE NOT = DLR199-RUN-CCYYMMDD
045857         ADD 1 TO DLR199-SWEEP-TRIED
045859         MOVE 'Y' TO DLR199-ON-LEDGER-SW
045861         PERFORM 2600-RATE-ASN
045863         REWRITE DLFRTACR-RECORD
045865             INVALID KEY
045867                 DISPLAY 'DLR199 DLFRTACR REWRITE FAILED '
045869                     DLFRTACR-KEY
045871         END-REWRITE
045873         PERFORM 2800-REPORT-ASN
045875     END-IF.
045877     PERFORM 2910-READ-NEXT-LEDGER.
045879 2920-EXIT.
045881     EXIT.
045890
045900*    DEBIT FREIGHT INWARD, CREDIT ACCRUED FREIGHT, ONE PAIR PER
046000*    DELIVERING DC, DATED RUN DATE.
046100 3000-POST-JOURNAL.
046200     PERFORM 3100-POST-ONE-DC
046300         VARYING DLR199-DC-IX FROM 1 BY 1
046400         UNTIL DLR199-DC-IX > DLR199-DC-COUNT.
046500 3000-EXIT.
046600     EXIT.
046700
046800 3100-POST-ONE-DC.
046900     MOVE DLR199-D-DC-NO (DLR199-DC-IX) TO DLR199-CC-DC-NO.
047000     MOVE DLR199-BATCH-DATE     TO DLGLJRNL-BATCH-DATE.
047100     MOVE DLR199-COST-CENTRE    TO DLGLJRNL-COST-CENTRE.
047200     MOVE ZERO                  TO DLGLJRNL-DEPT-NO.
047300     MOVE ZERO                  TO DLGLJRNL-QTY-SOLD.
047400     MOVE SPACES                TO DLGLJRNL-ORIG-CCY.
047500     MOVE ZERO                  TO DLGLJRNL-ORIG-AMOUNT.
047600     MOVE DLR199-D-AMOUNT (DLR199-DC-IX) TO DLGLJRNL-AMOUNT.
047700     MOVE DLR199-EXPENSE-ACCT   TO DLGLJRNL-GL-ACCOUNT.
047800     SET DLGLJRNL-IS-DEBIT      TO TRUE.
047900     MOVE 'INBOUND FREIGHT ACCRUED'
048000                                TO DLGLJRNL-NARRATIVE.
048100     PERFORM 3200-WRITE-JOURNAL-REC.
048200     MOVE DLR199-ACCRUAL-ACCT   TO DLGLJRNL-GL-ACCOUNT.
048300     SET DLGLJRNL-IS-CREDIT     TO TRUE.
048400     MOVE 'ACCRUED INBOUND FREIGHT'
048500                                TO DLGLJRNL-NARRATIVE.
048600     PERFORM 3200-WRITE-JOURNAL-REC.
048700 3100-EXIT.
048800     EXIT.
048900
049000 3200-WRITE-JOURNAL-REC.
049100     IF  DLGLJRNL-AMOUNT NOT = ZERO
049200         WRITE DLGLJRNL-RECORD
049300         ADD 1 TO DLR199-JOURNALS-WRITTEN
049400         IF  DLGLJRNL-IS-DEBIT
049500             ADD DLGLJRNL-AMOUNT TO DLR199-T-JRNL-DEBITS
049600         ELSE
049700             ADD DLGLJRNL-AMOUNT TO DLR199-T-JRNL-CREDITS
049800         END-IF
049900     END-IF.
050000 3200-EXIT.
050100     EXIT.
050200
050300 8000-PRINT-TOTALS.
050400     WRITE ACCRUAL-LINE FROM DLR199-BLANK-LINE.
050500     MOVE ZERO TO DLR199-T-AMOUNT.
050600     MOVE 'ASN HEADERS READ' TO DLR199-T-LABEL.
050700     MOVE DLR199-ASNS-READ TO DLR199-T-COUNT.
050800     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
050900     MOVE 'NOT YET DELIVERED - NOT COSTED' TO DLR199-T-LABEL.
051000     MOVE DLR199-NOT-DELIVERED TO DLR199-T-COUNT.
051100     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
051200     MOVE 'ALREADY ACCRUED ON AN EARLIER RUN' TO DLR199-T-LABEL.
051300     MOVE DLR199-ALREADY-ACCRUED TO DLR199-T-COUNT.
051400     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
051500     MOVE 'DELIVERED WITH NO CONNOTE' TO DLR199-T-LABEL.
051600     MOVE DLR199-NO-CONNOTE TO DLR199-T-COUNT.
051700     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
051800     MOVE 'HELD UNRATED - NO USABLE RATE CARD' TO DLR199-T-LABEL.
051900     MOVE DLR199-UNRATED TO DLR199-T-COUNT.
052000     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
052100     MOVE 'PREVIOUSLY UNRATED NOW COSTED' TO DLR199-T-LABEL.
052200     MOVE DLR199-RATED-LATE TO DLR199-T-COUNT.
052300     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
052310     MOVE 'HELD ROWS RE-TRIED FROM THE LEDGER' TO DLR199-T-LABEL.
052320     MOVE DLR199-SWEEP-TRIED TO DLR199-T-COUNT.
052330     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
052400     MOVE 'WEIGHT CHARGES' TO DLR199-T-LABEL.
052500     MOVE ZERO TO DLR199-T-COUNT.
052600     MOVE DLR199-T-WEIGHT-AMT TO DLR199-T-AMOUNT.
052700     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
052800     MOVE 'PALLET CHARGES' TO DLR199-T-LABEL.
052900     MOVE DLR199-T-PALLET-AMT TO DLR199-T-AMOUNT.
053000     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
053100     MOVE 'FUEL LEVY' TO DLR199-T-LABEL.
053200     MOVE DLR199-T-FUEL-AMT TO DLR199-T-AMOUNT.
053300     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
053400     MOVE 'FREIGHT ACCRUED THIS RUN' TO DLR199-T-LABEL.
053500     MOVE DLR199-ACCRUED TO DLR199-T-COUNT.
053600     MOVE DLR199-T-ACCRUED TO DLR199-T-AMOUNT.
053700     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
053800     MOVE 'JOURNAL DEBITS' TO DLR199-T-LABEL.
053900     MOVE DLR199-JOURNALS-WRITTEN TO DLR199-T-COUNT.
054000     MOVE DLR199-T-JRNL-DEBITS TO DLR199-T-AMOUNT.
054100     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
054200     MOVE 'JOURNAL CREDITS' TO DLR199-T-LABEL.
054300     MOVE ZERO TO DLR199-T-COUNT.
054400     MOVE DLR199-T-JRNL-CREDITS TO DLR199-T-AMOUNT.
054500     WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE.
054600     IF  DLR199-DCS-DROPPED > ZERO
054700         MOVE 'ACCRUALS NOT JOURNALLED - DC TABLE FULL'
054800             TO DLR199-T-LABEL
054900         MOVE DLR199-DCS-DROPPED TO DLR199-T-COUNT
055000         MOVE ZERO TO DLR199-T-AMOUNT
055100         WRITE ACCRUAL-LINE FROM DLR199-TOTAL-LINE
055200     END-IF.
055300 8000-EXIT.
055400     EXIT.
055500
055600 9000-TERMINATE.
055700     DISPLAY 'DLR199 ASN HEADERS READ  = ' DLR199-ASNS-READ.
055800     DISPLAY 'DLR199 ASNS ACCRUED      = ' DLR199-ACCRUED.
055900     DISPLAY 'DLR199 ASNS UNRATED      = ' DLR199-UNRATED.
056000     DISPLAY 'DLR199 NO CONNOTE        = ' DLR199-NO-CONNOTE.
056100     IF  DLR199-UNRATED > ZERO
056200     OR  DLR199-NO-CONNOTE > ZERO
056300     OR  DLR199-DCS-DROPPED > ZERO
056400         MOVE 4 TO RETURN-CODE
056500     END-IF.
056600     CLOSE STDR-FILE
056700           RATE-MASTER
056800           ACCRUAL-LEDGER
056900           GL-JOURNAL-FILE
057000           ACCRUAL-REPORT.
057100 9000-EXIT.
057200     EXIT.
