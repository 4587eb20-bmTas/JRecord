000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR233.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR233 - MASKED TEST-DATA VERIFICATION                       *
001000*                                                                *
001100*   PROVES THE COPIES WRITTEN BY DLR232 BEFORE THEY ARE          *
001200*   RELEASED TO THE TEST REGIONS. EACH MASKED FILE IS READ AND   *
001300*   ITS RECORD COUNT, AMOUNT TOTAL AND DATE HASH ARE WORKED OUT  *
001400*   AS DLR232 WORKED THEM OUT FOR THE PRODUCTION FILE AND        *
001500*   COMPARED WITH THE MASKCTL CONTROL RECORD. EVERY IDENTIFIER   *
001600*   IN THE COPY IS LOOKED UP ON THE DLMASKMF MAP AS A REAL       *
001700*   VALUE: ANY THAT IS FOUND IS A PRODUCTION IDENTIFIER THAT     *
001800*   HAS SURVIVED. AQTRANS REMARKS AND NARRATIVES MUST BE BLANK   *
001900*   OR THE MASK TEXT. ANY MISMATCH, SURVIVOR OR MISSING CONTROL  *
002000*   RECORD FAILS THE FILE, AND ANY FAILED FILE SETS RETURN CODE  *
002100*   8 SO THE RELEASE STEP DOES NOT RUN.                          *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DTAR107-MASKED    ASSIGN TO TSTR107
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT FCUSDAT-MASKED    ASSIGN TO TSTCUSDT
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT INVOICE-MASKED    ASSIGN TO TSTINVC
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT AQTRANS-MASKED    ASSIGN TO TSTAQTRN
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT CUSXRF-MASKED     ASSIGN TO TSTCUSXR
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT PTSBAL-MASKED     ASSIGN TO TSTPTSBL
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT TIERM-MASKED      ASSIGN TO TSTTIERM
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT HSHLDM-MASKED     ASSIGN TO TSTHSHLD
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT GIFTLG-MASKED     ASSIGN TO TSTGIFTL
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT MASK-MAP          ASSIGN TO DLMASKMF
005300                              ORGANIZATION IS INDEXED
005400                              ACCESS MODE IS RANDOM
005500                              RECORD KEY IS DLMASKMF-KEY.
005600     SELECT CONTROL-FILE      ASSIGN TO MASKCTL
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT VERIFY-REPORT     ASSIGN TO MASKVER
005900                              ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  DTAR107-MASKED
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DTAR107-REC.
006600     COPY DTAR107.
006700 FD  FCUSDAT-MASKED
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY FCUSDAT.
007100 FD  INVOICE-MASKED
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400*    INVOICE AND FCUSDAT BOTH NAME THEIR RECORD CUSTOMER-DATA.
007500     COPY INVOICE REPLACING ==01 CUSTOMER-DATA.== BY
007600                            ==01 INVOICE-DATA.==.
007700 FD  AQTRANS-MASKED
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY AQTRANS.
008100 FD  CUSXRF-MASKED
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  DLCUSXRF-RECORD.
008500     COPY DLCUSXRF.
008600 FD  PTSBAL-MASKED
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  DLPTSBAL-RECORD.
009000     COPY DLPTSBAL.
009100 FD  TIERM-MASKED
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  DLTIERM-RECORD.
009500     COPY DLTIERM.
009600 FD  HSHLDM-MASKED
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  DLHSHLDM-RECORD.
010000     COPY DLHSHLDM.
010100 FD  GIFTLG-MASKED
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  DLGIFTLG-RECORD.
010500     COPY DLGIFTLG.
010600 FD  MASK-MAP
010700     LABEL RECORDS ARE STANDARD.
010800 01  DLMASKMF-RECORD.
010900     COPY DLMASKMF.
011000 FD  CONTROL-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  DLMASKCT-RECORD.
011400     COPY DLMASKCT.
011500 FD  VERIFY-REPORT
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  VERIFY-LINE                 PIC X(132).
011900 WORKING-STORAGE SECTION.
012000 01  DLR233-SWITCHES.
012100     05  DLR233-EOF-SW            PIC X(01)  VALUE 'N'.
012200         88  DLR233-EOF                      VALUE 'Y'.
012300     05  DLR233-CTL-EOF-SW        PIC X(01)  VALUE 'N'.
012400         88  DLR233-CTL-EOF                  VALUE 'Y'.
012500     05  DLR233-CTL-SW            PIC X(01)  VALUE 'N'.
012600         88  DLR233-CTL-FOUND                VALUE 'Y'.
012700 01  DLR233-RUN-DATE              PIC 9(08)  VALUE ZERO.
012800*    MUST MATCH THE TEXT DLR232 WRITES OVER AQTRANS REMARKS.
012900 01  DLR233-MASK-TEXT             PIC X(60)  VALUE
013000     'TEXT REMOVED FOR TEST USE'.
013100 01  DLR233-CONTROL-TABLE.
013200     05  DLR233-CTL-COUNT         PIC S9(04)  COMP VALUE ZERO.
013300     05  DLR233-CTL-ENTRY OCCURS 1 TO 20 TIMES
013400                          DEPENDING ON DLR233-CTL-COUNT
013500                          INDEXED BY DLR233-CX.
013600         10  DLR233-C-FILE-ID     PIC X(08).
013700         10  DLR233-C-RECORDS     PIC 9(09).
013800         10  DLR233-C-AMOUNT      PIC S9(15)V99 COMP-3.
013900         10  DLR233-C-HASH        PIC S9(17)   COMP-3.
014000 01  DLR233-FIELD-WORK.
014100     05  DLR233-DOMAIN            PIC X(01).
014200     05  DLR233-VALUE             PIC X(20).
014300     05  DLR233-TEXT              PIC X(60).
014400     05  DLR233-CARD-NO           PIC 9(16).
014500     05  DLR233-CUST-ID           PIC 9(06).
014600     05  DLR233-INV-CUST          PIC 9(09).
014700     05  DLR233-SUB               PIC S9(04)  COMP.
014800 01  DLR233-FILE-TOTALS.
014900     05  DLR233-FILE-ID           PIC X(08).
015000     05  DLR233-F-RECORDS         PIC 9(09).
015100     05  DLR233-F-AMOUNT          PIC S9(15)V99 COMP-3.
015200     05  DLR233-F-HASH            PIC S9(17)   COMP-3.
015300     05  DLR233-F-CHECKED         PIC 9(09).
015400     05  DLR233-F-SURVIVED        PIC 9(09).
015500     05  DLR233-F-TEXT-LEFT       PIC 9(09).
015600 01  DLR233-COUNTERS.
015700     05  DLR233-FILES-PASSED      PIC 9(03)  VALUE ZERO.
015800     05  DLR233-FILES-FAILED      PIC 9(03)  VALUE ZERO.
015900     05  DLR233-TOTAL-CHECKED     PIC 9(09)  VALUE ZERO.
016000     05  DLR233-TOTAL-SURVIVED    PIC 9(09)  VALUE ZERO.
016100 01  DLR233-HEADING-1.
016200     05  FILLER                   PIC X(53)  VALUE
016300         'DLR233 - MASKED TEST-DATA VERIFICATION           RUN '.
016400     05  DLR233-H-RUN-DATE        PIC 9(08).
016500 01  DLR233-HEADING-2.
016600     05  FILLER                   PIC X(46)  VALUE
016700         'FILE      PROD RECS    MASK RECS  AMOUNT  HASH'.
016800     05  FILLER                   PIC X(46)  VALUE
016900         '  IDS CHECKD   IN PRODUCTN  TEXT LEFT  RESULT '.
017000 01  DLR233-FILE-LINE.
017100     05  DLR233-L-FILE-ID         PIC X(08).
017200     05  FILLER                   PIC X(02)  VALUE SPACES.
017300     05  DLR233-L-PROD-RECS       PIC ZZZZZZZZ9.
017400     05  FILLER                   PIC X(04)  VALUE SPACES.
017500     05  DLR233-L-MASK-RECS       PIC ZZZZZZZZ9.
017600     05  FILLER                   PIC X(02)  VALUE SPACES.
017700     05  DLR233-L-AMOUNT-OK       PIC X(06).
017800     05  FILLER                   PIC X(02)  VALUE SPACES.
017900     05  DLR233-L-HASH-OK         PIC X(04).
018000     05  FILLER                   PIC X(02)  VALUE SPACES.
018100     05  DLR233-L-CHECKED         PIC ZZZZZZZZ9.
018200     05  FILLER                   PIC X(06)  VALUE SPACES.
018300     05  DLR233-L-SURVIVED        PIC ZZZZZZZZ9.
018400     05  FILLER                   PIC X(02)  VALUE SPACES.
018500     05  DLR233-L-TEXT-LEFT       PIC ZZZZZZZZ9.
018600     05  FILLER                   PIC X(02)  VALUE SPACES.
018700     05  DLR233-L-RESULT          PIC X(06).
018800 01  DLR233-SURVIVOR-LINE.
018900     05  FILLER                   PIC X(10)  VALUE SPACES.
019000     05  FILLER                   PIC X(30)  VALUE
019100         '*** PRODUCTION VALUE FOUND - '.
019200     05  DLR233-S-DOMAIN          PIC X(01).
019300     05  FILLER                   PIC X(02)  VALUE SPACES.
019400     05  DLR233-S-VALUE           PIC X(20).
019500 01  DLR233-RESULT-LINE           PIC X(80).
019600 01  DLR233-BLANK-LINE            PIC X(01)  VALUE SPACE.
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE.
020000     PERFORM 5100-VERIFY-DTAR107.
020100     PERFORM 5200-VERIFY-FCUSDAT.
020200     PERFORM 5300-VERIFY-INVOICE.
020300     PERFORM 5400-VERIFY-AQTRANS.
020400     PERFORM 5500-VERIFY-CUSXRF.
020500     PERFORM 5600-VERIFY-PTSBAL.
020600     PERFORM 5700-VERIFY-TIERM.
020700     PERFORM 5800-VERIFY-HSHLDM.
020800     PERFORM 5900-VERIFY-GIFTLG.
020900     PERFORM 8000-PRINT-RESULT.
021000     PERFORM 9000-TERMINATE.
021100     STOP RUN.
021200
021300 1000-INITIALIZE.
021400     OPEN INPUT  MASK-MAP.
021500     OPEN INPUT  CONTROL-FILE.
021600     OPEN OUTPUT VERIFY-REPORT.
021700     ACCEPT DLR233-RUN-DATE FROM DATE YYYYMMDD.
021800     MOVE DLR233-RUN-DATE TO DLR233-H-RUN-DATE.
021900     WRITE VERIFY-LINE FROM DLR233-HEADING-1.
022000     WRITE VERIFY-LINE FROM DLR233-BLANK-LINE.
022100     WRITE VERIFY-LINE FROM DLR233-HEADING-2.
022200     PERFORM 1100-LOAD-CONTROL
022300         UNTIL DLR233-CTL-EOF.
022400     CLOSE CONTROL-FILE.
022500 1000-EXIT.
022600     EXIT.
022700
022800 1100-LOAD-CONTROL.
022900     READ CONTROL-FILE
023000         AT END
023100             MOVE 'Y' TO DLR233-CTL-EOF-SW
023200         NOT AT END
023300             IF  DLR233-CTL-COUNT < 20
023400                 ADD 1 TO DLR233-CTL-COUNT
023500                 SET DLR233-CX TO DLR233-CTL-COUNT
023600                 MOVE DLMASKCT-FILE-ID
023700                     TO DLR233-C-FILE-ID (DLR233-CX)
023800                 MOVE DLMASKCT-RECORDS
023900                     TO DLR233-C-RECORDS (DLR233-CX)
024000                 MOVE DLMASKCT-AMOUNT
024100                     TO DLR233-C-AMOUNT (DLR233-CX)
024200                 MOVE DLMASKCT-HASH
024300                     TO DLR233-C-HASH (DLR233-CX)
024400             END-IF
024500     END-READ.
024600 1100-EXIT.
024700     EXIT.
024800
024900 5000-START-FILE.
025000     MOVE 'N'  TO DLR233-EOF-SW.
025100     MOVE ZERO TO DLR233-F-RECORDS.
025200     MOVE ZERO TO DLR233-F-AMOUNT.
025300     MOVE ZERO TO DLR233-F-HASH.
025400     MOVE ZERO TO DLR233-F-CHECKED.
025500     MOVE ZERO TO DLR233-F-SURVIVED.
025600     MOVE ZERO TO DLR233-F-TEXT-LEFT.
025700 5000-EXIT.
025800     EXIT.
025900
026000 5100-VERIFY-DTAR107.
026100     MOVE 'DTAR107' TO DLR233-FILE-ID.
026200     PERFORM 5000-START-FILE.
026300     OPEN INPUT DTAR107-MASKED.
026400     PERFORM 5110-READ-DTAR107.
026500     PERFORM 5120-CHECK-DTAR107
026600         UNTIL DLR233-EOF.
026700     CLOSE DTAR107-MASKED.
026800     PERFORM 7000-COMPARE-CONTROL.
026900 5100-EXIT.
027000     EXIT.
027100
027200 5110-READ-DTAR107.
027300     READ DTAR107-MASKED
027400         AT END
027500             MOVE 'Y' TO DLR233-EOF-SW
027600     END-READ.
027700 5110-EXIT.
027800     EXIT.
027900
028000 5120-CHECK-DTAR107.
028100     ADD 1 TO DLR233-F-RECORDS.
028200     ADD DTAR107-AMOUNT     TO DLR233-F-AMOUNT.
028300     ADD DTAR107-TRANS-DATE TO DLR233-F-HASH.
028400     MOVE DTAR107-CUST-NO TO DLR233-CARD-NO.
028500     PERFORM 6010-CHECK-CARD-NO.
028600     PERFORM 5110-READ-DTAR107.
028700 5120-EXIT.
028800     EXIT.
028900
029000 5200-VERIFY-FCUSDAT.
029100     MOVE 'FCUSDAT' TO DLR233-FILE-ID.
029200     PERFORM 5000-START-FILE.
029300     OPEN INPUT FCUSDAT-MASKED.
029400     PERFORM 5210-READ-FCUSDAT.
029500     PERFORM 5220-CHECK-FCUSDAT
029600         UNTIL DLR233-EOF.
029700     CLOSE FCUSDAT-MASKED.
029800     PERFORM 7000-COMPARE-CONTROL.
029900 5200-EXIT.
030000     EXIT.
030100
030200 5210-READ-FCUSDAT.
030300     READ FCUSDAT-MASKED
030400         AT END
030500             MOVE 'Y' TO DLR233-EOF-SW
030600     END-READ.
030700 5210-EXIT.
030800     EXIT.
030900
031000 5220-CHECK-FCUSDAT.
031100     ADD 1 TO DLR233-F-RECORDS.
031200     ADD TRANSACTION-NBR TO DLR233-F-HASH.
031300     PERFORM 5230-ADD-FCUSDAT-AMOUNT
031400         VARYING DLR233-SUB FROM 1 BY 1
031500         UNTIL DLR233-SUB > TRANSACTION-NBR.
031600     MOVE CUSTOMER-ID TO DLR233-CUST-ID.
031700     PERFORM 6020-CHECK-CUSTOMER-ID.
031800     MOVE 'N' TO DLR233-DOMAIN.
031900     MOVE CUSTOMER-NAME TO DLR233-VALUE.
032000     PERFORM 6000-CHECK-FIELD.
032100     MOVE 'S' TO DLR233-DOMAIN.
032200     MOVE CUSTOMER-ADDRESS TO DLR233-VALUE.
032300     PERFORM 6000-CHECK-FIELD.
032400     MOVE 'P' TO DLR233-DOMAIN.
032500     MOVE CUSTOMER-PHONE TO DLR233-VALUE.
032600     PERFORM 6000-CHECK-FIELD.
032700     PERFORM 5210-READ-FCUSDAT.
032800 5220-EXIT.
032900     EXIT.
033000
033100 5230-ADD-FCUSDAT-AMOUNT.
033200     ADD TRANSACTION-AMOUNT (DLR233-SUB) TO DLR233-F-AMOUNT.
033300 5230-EXIT.
033400     EXIT.
033500
033600 5300-VERIFY-INVOICE.
033700     MOVE 'INVOICE' TO DLR233-FILE-ID.
033800     PERFORM 5000-START-FILE.
033900     OPEN INPUT INVOICE-MASKED.
034000     PERFORM 5310-READ-INVOICE.
034100     PERFORM 5320-CHECK-INVOICE
034200         UNTIL DLR233-EOF.
034300     CLOSE INVOICE-MASKED.
034400     PERFORM 7000-COMPARE-CONTROL.
034500 5300-EXIT.
034600     EXIT.
034700
034800 5310-READ-INVOICE.
034900     READ INVOICE-MASKED
035000         AT END
035100             MOVE 'Y' TO DLR233-EOF-SW
035200     END-READ.
035300 5310-EXIT.
035400     EXIT.
035500
035600 5320-CHECK-INVOICE.
035700     ADD 1 TO DLR233-F-RECORDS.
035800     ADD INVOICE-COUNT TO DLR233-F-HASH.
035900     PERFORM 5330-ADD-INVOICE-AMOUNT
036000         VARYING DLR233-SUB FROM 1 BY 1
036100         UNTIL DLR233-SUB > INVOICE-COUNT.
036200     MOVE CUSTOMER-NUMBER TO DLR233-INV-CUST.
036300     PERFORM 6030-CHECK-INV-CUSTOMER.
036400     MOVE 'N' TO DLR233-DOMAIN.
036500     MOVE LAST-NAME TO DLR233-VALUE.
036600     PERFORM 6000-CHECK-FIELD.
036700     MOVE 'N' TO DLR233-DOMAIN.
036800     MOVE FIRST-NAME TO DLR233-VALUE.
036900     PERFORM 6000-CHECK-FIELD.
037000     PERFORM 5310-READ-INVOICE.
037100 5320-EXIT.
037200     EXIT.
037300
037400 5330-ADD-INVOICE-AMOUNT.
037500     ADD INVOICE-AMOUNT (DLR233-SUB) TO DLR233-F-AMOUNT.
037600 5330-EXIT.
037700     EXIT.
037800
037900 5400-VERIFY-AQTRANS.
038000     MOVE 'AQTRANS' TO DLR233-FILE-ID.
038100     PERFORM 5000-START-FILE.
038200     OPEN INPUT AQTRANS-MASKED.
038300     PERFORM 5410-READ-AQTRANS.
038400     PERFORM 5420-CHECK-AQTRANS
038500         UNTIL DLR233-EOF.
038600     CLOSE AQTRANS-MASKED.
038700     PERFORM 7000-COMPARE-CONTROL.
038800 5400-EXIT.
038900     EXIT.
039000
039100 5410-READ-AQTRANS.
039200     READ AQTRANS-MASKED
039300         AT END
039400             MOVE 'Y' TO DLR233-EOF-SW
039500     END-READ.
039600 5410-EXIT.
039700     EXIT.
039800
039900 5420-CHECK-AQTRANS.
040000     ADD 1 TO DLR233-F-RECORDS.
040100     ADD TRANS-DTE-SYS TO DLR233-F-HASH.
040200     MOVE 'A' TO DLR233-DOMAIN.
040300     MOVE TRANS-ACC-NO TO DLR233-VALUE.
040400     PERFORM 6000-CHECK-FIELD.
040500     MOVE 'D' TO DLR233-DOMAIN.
040600     MOVE TRANS-DEP-NO TO DLR233-VALUE.
040700     PERFORM 6000-CHECK-FIELD.
040800     EVALUATE TRANS-BASIC-TRNTYP
040900         WHEN 'CR  '
041000             PERFORM 5430-CHECK-AQTRANS-CR
041100         WHEN 'DR  '
041200         WHEN 'SVC '
041300             PERFORM 5440-CHECK-AQTRANS-DR
041400         WHEN 'SD  '
041500             PERFORM 5450-CHECK-AQTRANS-SD
041600         WHEN 'IPD '
041700             PERFORM 5460-CHECK-AQTRANS-IPD
041800         WHEN 'IRC '
041900             PERFORM 5470-CHECK-AQTRANS-IRC
042000     END-EVALUATE.
042100     PERFORM 5410-READ-AQTRANS.
042200 5420-EXIT.
042300     EXIT.
042400
042500 5430-CHECK-AQTRANS-CR.
042600     ADD TRN-CR-AMT TO DLR233-F-AMOUNT.
042700     MOVE 'D' TO DLR233-DOMAIN.
042800     MOVE TRN-CR-OLD-DEP-NO TO DLR233-VALUE.
042900     PERFORM 6000-CHECK-FIELD.
043000     MOVE TRN-CR-REMARK-1 TO DLR233-TEXT.
043100     PERFORM 6300-CHECK-TEXT.
043200     MOVE TRN-CR-REMARK-2 TO DLR233-TEXT.
043300     PERFORM 6300-CHECK-TEXT.
043400     MOVE TRN-CR-SOF-REMARK TO DLR233-TEXT.
043500     PERFORM 6300-CHECK-TEXT.
043600 5430-EXIT.
043700     EXIT.
043800
043900 5440-CHECK-AQTRANS-DR.
044000     ADD TRN-DR-AMT TO DLR233-F-AMOUNT.
044100     MOVE 'D' TO DLR233-DOMAIN.
044200     MOVE TRN-DR-NEW-DEP-NO TO DLR233-VALUE.
044300     PERFORM 6000-CHECK-FIELD.
044400     MOVE TRN-DR-REMARK-1 TO DLR233-TEXT.
044500     PERFORM 6300-CHECK-TEXT.
044600     MOVE TRN-DR-REMARK-2 TO DLR233-TEXT.
044700     PERFORM 6300-CHECK-TEXT.
044800     MOVE TRN-DR-AOF-REMARK TO DLR233-TEXT.
044900     PERFORM 6300-CHECK-TEXT.
045000 5440-EXIT.
045100     EXIT.
045200
045300 5450-CHECK-AQTRANS-SD.
045400     MOVE 'D' TO DLR233-DOMAIN.
045500     MOVE TRN-SD-OLD-DEP-NO TO DLR233-VALUE.
045600     PERFORM 6000-CHECK-FIELD.
045700     MOVE TRN-SD-PERSON-DLT-WITH TO DLR233-TEXT.
045800     PERFORM 6300-CHECK-TEXT.
045900     MOVE TRN-SD-REMARK-1 TO DLR233-TEXT.
046000     PERFORM 6300-CHECK-TEXT.
046100     MOVE TRN-SD-REMARK-2 TO DLR233-TEXT.
046200     PERFORM 6300-CHECK-TEXT.
046300     MOVE TRN-SD-SOF-REMARK TO DLR233-TEXT.
046400     PERFORM 6300-CHECK-TEXT.
046500     PERFORM 5455-CHECK-SD-NARRATIVE
046600         VARYING DLR233-SUB FROM 1 BY 1
046700         UNTIL DLR233-SUB > 5.
046800 5450-EXIT.
046900     EXIT.
047000
047100 5455-CHECK-SD-NARRATIVE.
047200     MOVE TRN-SD-USER-FLD-NARR (DLR233-SUB) TO DLR233-TEXT.
047300     PERFORM 6300-CHECK-TEXT.
047400 5455-EXIT.
047500     EXIT.
047600
047700 5460-CHECK-AQTRANS-IPD.
047800     ADD TRN-IPD-AMT TO DLR233-F-AMOUNT.
047900     MOVE 'D' TO DLR233-DOMAIN.
048000     MOVE TRN-IPD-NEW-DEP-NO TO DLR233-VALUE.
048100     PERFORM 6000-CHECK-FIELD.
048200     MOVE TRN-IPD-REMARK-1 TO DLR233-TEXT.
048300     PERFORM 6300-CHECK-TEXT.
048400     MOVE TRN-IPD-REMARK-2 TO DLR233-TEXT.
048500     PERFORM 6300-CHECK-TEXT.
048600     MOVE TRN-IPD-AOF-REMARK TO DLR233-TEXT.
048700     PERFORM 6300-CHECK-TEXT.
048800 5460-EXIT.
048900     EXIT.
049000
049100 5470-CHECK-AQTRANS-IRC.
049200     ADD TRN-IRC-AMT TO DLR233-F-AMOUNT.
049300     MOVE TRN-IRC-REMARK-1 TO DLR233-TEXT.
049400     PERFORM 6300-CHECK-TEXT.
049500     MOVE TRN-IRC-REMARK-2 TO DLR233-TEXT.
049600     PERFORM 6300-CHECK-TEXT.
049700     MOVE TRN-IRC-SOF-REMARK TO DLR233-TEXT.
049800     PERFORM 6300-CHECK-TEXT.
049900 5470-EXIT.
050000     EXIT.
050100
050200 5500-VERIFY-CUSXRF.
050300     MOVE 'DLCUSXRF' TO DLR233-FILE-ID.
050400     PERFORM 5000-START-FILE.
050500     OPEN INPUT CUSXRF-MASKED.
050600     PERFORM 5510-READ-CUSXRF.
050700     PERFORM 5520-CHECK-CUSXRF
050800         UNTIL DLR233-EOF.
050900     CLOSE CUSXRF-MASKED.
051000     PERFORM 7000-COMPARE-CONTROL.
051100 5500-EXIT.
051200     EXIT.
051300
051400 5510-READ-CUSXRF.
051500     READ CUSXRF-MASKED
051600         AT END
051700             MOVE 'Y' TO DLR233-EOF-SW
051800     END-READ.
051900 5510-EXIT.
052000     EXIT.
052100
052200 5520-CHECK-CUSXRF.
052300     ADD 1 TO DLR233-F-RECORDS.
052400     ADD DLCUSXRF-LAST-MAINT-DATE TO DLR233-F-HASH.
052500     MOVE DLCUSXRF-CARD-NO TO DLR233-CARD-NO.
052600     PERFORM 6010-CHECK-CARD-NO.
052700     MOVE DLCUSXRF-CUSTOMER-ID TO DLR233-CUST-ID.
052800     PERFORM 6020-CHECK-CUSTOMER-ID.
052900     PERFORM 5510-READ-CUSXRF.
053000 5520-EXIT.
053100     EXIT.
053200
053300 5600-VERIFY-PTSBAL.
053400     MOVE 'DLPTSBAL' TO DLR233-FILE-ID.
053500     PERFORM 5000-START-FILE.
053600     OPEN INPUT PTSBAL-MASKED.
053700     PERFORM 5610-READ-PTSBAL.
053800     PERFORM 5620-CHECK-PTSBAL
053900         UNTIL DLR233-EOF.
054000     CLOSE PTSBAL-MASKED.
054100     PERFORM 7000-COMPARE-CONTROL.
054200 5600-EXIT.
054300     EXIT.
054400
054500 5610-READ-PTSBAL.
054600     READ PTSBAL-MASKED
054700         AT END
054800             MOVE 'Y' TO DLR233-EOF-SW
054900     END-READ.
055000 5610-EXIT.
055100     EXIT.
055200
055300 5620-CHECK-PTSBAL.
055400     ADD 1 TO DLR233-F-RECORDS.
055500     ADD DLPTSBAL-BALANCE       TO DLR233-F-AMOUNT.
055600     ADD DLPTSBAL-LAST-ACTIVITY TO DLR233-F-HASH.
055700     MOVE DLPTSBAL-CUST-NO TO DLR233-CARD-NO.
055800     PERFORM 6010-CHECK-CARD-NO.
055900     PERFORM 5610-READ-PTSBAL.
056000 5620-EXIT.
056100     EXIT.
056200
056300 5700-VERIFY-TIERM.
056400     MOVE 'DLTIERM' TO DLR233-FILE-ID.
056500     PERFORM 5000-START-FILE.
056600     OPEN INPUT TIERM-MASKED.
056700     PERFORM 5710-READ-TIERM.
056800     PERFORM 5720-CHECK-TIERM
056900         UNTIL DLR233-EOF.
057000     CLOSE TIERM-MASKED.
057100     PERFORM 7000-COMPARE-CONTROL.
057200 5700-EXIT.
057300     EXIT.
057400
057500 5710-READ-TIERM.
057600     READ TIERM-MASKED
057700         AT END
057800             MOVE 'Y' TO DLR233-EOF-SW
057900     END-READ.
058000 5710-EXIT.
058100     EXIT.
058200
058300 5720-CHECK-TIERM.
058400     ADD 1 TO DLR233-F-RECORDS.
058500     ADD DLTIERM-CURR-PERIOD TO DLR233-F-HASH.
058600     PERFORM 5730-ADD-TIERM-SPEND
058700         VARYING DLR233-SUB FROM 1 BY 1
058800         UNTIL DLR233-SUB > 12.
058900     MOVE DLTIERM-CUST-NO TO DLR233-CARD-NO.
059000     PERFORM 6010-CHECK-CARD-NO.
059100     PERFORM 5710-READ-TIERM.
059200 5720-EXIT.
059300     EXIT.
059400
059500 5730-ADD-TIERM-SPEND.
059600     ADD DLTIERM-MONTH-SPEND (DLR233-SUB) TO DLR233-F-AMOUNT.
059700 5730-EXIT.
059800     EXIT.
059900
060000 5800-VERIFY-HSHLDM.
060100     MOVE 'DLHSHLDM' TO DLR233-FILE-ID.
060200     PERFORM 5000-START-FILE.
060300     OPEN INPUT HSHLDM-MASKED.
060400     PERFORM 5810-READ-HSHLDM.
060500     PERFORM 5820-CHECK-HSHLDM
060600         UNTIL DLR233-EOF.
060700     CLOSE HSHLDM-MASKED.
060800     PERFORM 7000-COMPARE-CONTROL.
060900 5800-EXIT.
061000     EXIT.
061100
061200 5810-READ-HSHLDM.
061300     READ HSHLDM-MASKED
061400         AT END
061500             MOVE 'Y' TO DLR233-EOF-SW
061600     END-READ.
061700 5810-EXIT.
061800     EXIT.
061900
062000 5820-CHECK-HSHLDM.
062100     ADD 1 TO DLR233-F-RECORDS.
062200     ADD DLHSHLDM-HOUSEHOLD-NO TO DLR233-F-HASH.
062300     ADD DLHSHLDM-BUILT-DATE   TO DLR233-F-HASH.
062400     MOVE DLHSHLDM-CUSTOMER-ID TO DLR233-CUST-ID.
062500     PERFORM 6020-CHECK-CUSTOMER-ID.
062600     MOVE 'S' TO DLR233-DOMAIN.
062700     MOVE DLHSHLDM-ADDRESS TO DLR233-VALUE.
062800     PERFORM 6000-CHECK-FIELD.
062900     PERFORM 5810-READ-HSHLDM.
063000 5820-EXIT.
063100     EXIT.
063200
063300 5900-VERIFY-GIFTLG.
063400     MOVE 'DLGIFTLG' TO DLR233-FILE-ID.
063500     PERFORM 5000-START-FILE.
063600     OPEN INPUT GIFTLG-MASKED.
063700     PERFORM 5910-READ-GIFTLG.
063800     PERFORM 5920-CHECK-GIFTLG
063900         UNTIL DLR233-EOF.
064000     CLOSE GIFTLG-MASKED.
064100     PERFORM 7000-COMPARE-CONTROL.
064200 5900-EXIT.
064300     EXIT.
064400
064500 5910-READ-GIFTLG.
064600     READ GIFTLG-MASKED
064700         AT END
064800             MOVE 'Y' TO DLR233-EOF-SW
064900     END-READ.
065000 5910-EXIT.
065100     EXIT.
065200
065300 5920-CHECK-GIFTLG.
065400     ADD 1 TO DLR233-F-RECORDS.
065500     ADD DLGIFTLG-BALANCE       TO DLR233-F-AMOUNT.
065600     ADD DLGIFTLG-LAST-ACTIVITY TO DLR233-F-HASH.
065700     MOVE DLGIFTLG-CARD-NO TO DLR233-CARD-NO.
065800     PERFORM 6010-CHECK-CARD-NO.
065900     PERFORM 5910-READ-GIFTLG.
066000 5920-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------
066400*    A MASKED VALUE THAT IS ON THE MAP AS A REAL VALUE IN ITS
066500*    DOMAIN IS A PRODUCTION IDENTIFIER. BLANK, LOW-VALUE AND
066600*    ZERO FIELDS CARRY NO IDENTIFIER AND ARE NOT COUNTED.
066700*----------------------------------------------------------------
066800 6000-CHECK-FIELD.
066900     IF  DLR233-VALUE NOT = SPACES
067000     AND DLR233-VALUE NOT = LOW-VALUES
067100         ADD 1 TO DLR233-F-CHECKED
067200         MOVE DLR233-DOMAIN TO DLMASKMF-DOMAIN
067300         MOVE DLR233-VALUE  TO DLMASKMF-REAL-VALUE
067400         READ MASK-MAP
067500             INVALID KEY
067600                 CONTINUE
067700             NOT INVALID KEY
067800                 ADD 1 TO DLR233-F-SURVIVED
067900                 MOVE DLR233-DOMAIN TO DLR233-S-DOMAIN
068000                 MOVE DLR233-VALUE  TO DLR233-S-VALUE
068100                 WRITE VERIFY-LINE FROM DLR233-SURVIVOR-LINE
068200         END-READ
068300     END-IF.
068400 6000-EXIT.
068500     EXIT.
068600
068700 6010-CHECK-CARD-NO.
068800     IF  DLR233-CARD-NO NOT = ZERO
068900         MOVE 'C' TO DLR233-DOMAIN
069000         MOVE DLR233-CARD-NO TO DLR233-VALUE
069100         PERFORM 6000-CHECK-FIELD
069200     END-IF.
069300 6010-EXIT.
069400     EXIT.
069500
069600 6020-CHECK-CUSTOMER-ID.
069700     IF  DLR233-CUST-ID NOT = ZERO
069800         MOVE 'U' TO DLR233-DOMAIN
069900         MOVE DLR233-CUST-ID TO DLR233-VALUE
070000         PERFORM 6000-CHECK-FIELD
070100     END-IF.
070200 6020-EXIT.
070300     EXIT.
070400
070500 6030-CHECK-INV-CUSTOMER.
070600     IF  DLR233-INV-CUST NOT = ZERO
070700         MOVE 'I' TO DLR233-DOMAIN
070800         MOVE DLR233-INV-CUST TO DLR233-VALUE
070900         PERFORM 6000-CHECK-FIELD
071000     END-IF.
071100 6030-EXIT.
071200     EXIT.
071300
071400 6300-CHECK-TEXT.
071500     IF  DLR233-TEXT NOT = SPACES
071600     AND DLR233-TEXT NOT = DLR233-MASK-TEXT
071700         ADD 1 TO DLR233-F-TEXT-LEFT
071800     END-IF.
071900 6300-EXIT.
072000     EXIT.
072100
072200 7000-COMPARE-CONTROL.
072300     MOVE 'N' TO DLR233-CTL-SW.
072400     SET DLR233-CX TO 1.
072500     IF  DLR233-CTL-COUNT > ZERO
072600         SEARCH DLR233-CTL-ENTRY
072700             AT END
072800                 CONTINUE
072900             WHEN DLR233-C-FILE-ID (DLR233-CX) = DLR233-FILE-ID
073000                 MOVE 'Y' TO DLR233-CTL-SW
073100         END-SEARCH
073200     END-IF.
073300     MOVE SPACES           TO DLR233-FILE-LINE.
073400     MOVE DLR233-FILE-ID   TO DLR233-L-FILE-ID.
073500     MOVE DLR233-F-RECORDS TO DLR233-L-MASK-RECS.
073600     MOVE DLR233-F-CHECKED TO DLR233-L-CHECKED.
073700     MOVE DLR233-F-SURVIVED TO DLR233-L-SURVIVED.
073800     MOVE DLR233-F-TEXT-LEFT TO DLR233-L-TEXT-LEFT.
073900     MOVE 'PASSED' TO DLR233-L-RESULT.
074000     IF  DLR233-CTL-FOUND
074100         MOVE DLR233-C-RECORDS (DLR233-CX)
074200             TO DLR233-L-PROD-RECS
074300         IF  DLR233-C-AMOUNT (DLR233-CX) = DLR233-F-AMOUNT
074400             MOVE 'OK'     TO DLR233-L-AMOUNT-OK
074500         ELSE
074600             MOVE 'DIFFER' TO DLR233-L-AMOUNT-OK
074700             MOVE 'FAILED' TO DLR233-L-RESULT
074800         END-IF
074900         IF  DLR233-C-HASH (DLR233-CX) = DLR233-F-HASH
075000             MOVE 'OK'     TO DLR233-L-HASH-OK
075100         ELSE
075200             MOVE 'DIFF'   TO DLR233-L-HASH-OK
075300             MOVE 'FAILED' TO DLR233-L-RESULT
075400         END-IF
075500         IF  DLR233-C-RECORDS (DLR233-CX) NOT = DLR233-F-RECORDS
075600             MOVE 'FAILED' TO DLR233-L-RESULT
075700         END-IF
075800     ELSE
075900         MOVE ZERO     TO DLR233-L-PROD-RECS
076000         MOVE 'NO CTL' TO DLR233-L-AMOUNT-OK
076100         MOVE 'FAILED' TO DLR233-L-RESULT
076200     END-IF.
076300     IF  DLR233-F-SURVIVED > ZERO
076400     OR  DLR233-F-TEXT-LEFT > ZERO
076500         MOVE 'FAILED' TO DLR233-L-RESULT
076600     END-IF.
076700     IF  DLR233-L-RESULT = 'PASSED'
076800         ADD 1 TO DLR233-FILES-PASSED
076900     ELSE
077000         ADD 1 TO DLR233-FILES-FAILED
077100     END-IF.
077200     ADD DLR233-F-CHECKED  TO DLR233-TOTAL-CHECKED.
077300     ADD DLR233-F-SURVIVED TO DLR233-TOTAL-SURVIVED.
077400     WRITE VERIFY-LINE FROM DLR233-FILE-LINE.
077500 7000-EXIT.
077600     EXIT.
077700
077800 8000-PRINT-RESULT.
077900     WRITE VERIFY-LINE FROM DLR233-BLANK-LINE.
078000     IF  DLR233-FILES-FAILED = ZERO
078100         MOVE 'ALL FILES PASSED - NO PRODUCTION IDENTIFIER FOUND'
078200             TO DLR233-RESULT-LINE
078300     ELSE
078400         MOVE 'FAILED VERIFICATION - DO NOT RELEASE'
078500             TO DLR233-RESULT-LINE
078600     END-IF.
078700     WRITE VERIFY-LINE FROM DLR233-RESULT-LINE.
078800 8000-EXIT.
078900     EXIT.
079000
079100 9000-TERMINATE.
079200     DISPLAY 'DLR233 FILES PASSED      = ' DLR233-FILES-PASSED.
079300     DISPLAY 'DLR233 FILES FAILED      = ' DLR233-FILES-FAILED.
079400     DISPLAY 'DLR233 IDENTIFIERS CHECKED = '
079500             DLR233-TOTAL-CHECKED.
079600     DISPLAY 'DLR233 PRODUCTION VALUES = '
079700             DLR233-TOTAL-SURVIVED.
079800     IF  DLR233-FILES-FAILED > ZERO
079900         MOVE 8 TO RETURN-CODE
080000     END-IF.
080100     CLOSE MASK-MAP
080200           VERIFY-REPORT.
080300 9000-EXIT.
080400     EXIT.
