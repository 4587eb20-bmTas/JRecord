001800*   AN OPEN BALANCE AND GOES TO THE REVIEW LIST INSTEAD. EVERY   *
001900*   COMPLETED PURGE PRINTS A NON-REVERSIBLE AUDIT CERTIFICATE    *
002000*   OF WHAT WAS ERASED, FROM WHICH FILES, AND WHEN. UNVERIFIED   *
002100*   REQUESTS ARE REJECTED OUTRIGHT. THE ERASED CUSTOMER ID AND   *
002125*   EACH OF ITS CARD NUMBERS ARE APPENDED TO THE DLKEYRET        *
002150*   RETIRED KEY LOG, SO THE DLR234 SWEEP KNOWS LINKS STILL       *
002175*   POINTING AT THEM ARE LEFT BY AN ERASURE.                     *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002550*  02 | 15/10/26 | LOG ERASED KEYS TO DLKEYRET  | R. GEALL       *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
005300                              ORGANIZATION IS INDEXED
005400                              ACCESS MODE IS DYNAMIC
005500                              RECORD KEY IS DLPTSBAL-CUST-NO.
005533     SELECT RETIRED-KEY-LOG   ASSIGN TO DLKEYRET
005566                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT CERT-PRINT        ASSIGN TO ERASCERT
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT REVIEW-FILE       ASSIGN TO ERASEREV
010500     LABEL RECORDS ARE STANDARD.
010600 01  DLPTSBAL-RECORD.
010700     COPY DLPTSBAL.
010716 FD  RETIRED-KEY-LOG
010732     RECORDING MODE IS F
010748     LABEL RECORDS ARE STANDARD.
010764 01  DLKEYRET-RECORD.
010780     COPY DLKEYRET.
010800 FD  CERT-PRINT
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
014500         10  DLR140-Q-HIST-GONE   PIC 9(05).
014600         10  DLR140-Q-XRF-GONE    PIC 9(05).
014700 01  DLR140-LOOKUP-CUST           PIC 9(06).
014733 01  DLR140-RETIRED-TYPE          PIC X(01).
014766 01  DLR140-RETIRED-KEY           PIC X(16).
014800 01  DLR140-COUNTERS.
014900     05  DLR140-REQS-READ         PIC 9(07)  VALUE ZERO.
015000     05  DLR140-REQS-APPROVED     PIC 9(07)  VALUE ZERO.
019300     OPEN INPUT  BALANCE-MASTER.
019400     OPEN OUTPUT CERT-PRINT.
019500     OPEN OUTPUT REVIEW-FILE.
019550     OPEN EXTEND RETIRED-KEY-LOG.
019600     ACCEPT DLR140-RUN-DATE FROM DATE YYYYMMDD.
019700     PERFORM 1100-LOAD-REQUESTS
019800         UNTIL DLR140-REQ-EOF.
041800     PERFORM 2200-TEST-PURGE-CUSTOMER.
041900     IF  DLR140-PURGE-THIS
042000         ADD 1 TO DLR140-Q-XRF-GONE (DLR140-REQ-IX)
042025         MOVE 'C' TO DLR140-RETIRED-TYPE
042050         MOVE DLCUSXRF-CARD-NO TO DLR140-RETIRED-KEY
042075         PERFORM 7500-LOG-RETIRED-KEY
042100     ELSE
042200         WRITE CUSXRF-OUT-REC FROM DLCUSXRF-RECORD
042300     END-IF.
044500         WRITE CERT-LINE FROM DLR140-CERT-BODY-2
044600         WRITE CERT-LINE FROM DLR140-CERT-BODY-3
044700         WRITE CERT-LINE FROM DLR140-BLANK-LINE
044720         MOVE 'U' TO DLR140-RETIRED-TYPE
044740         MOVE DLR140-Q-CUSTOMER-ID (DLR140-REQ-IX)
044760             TO DLR140-RETIRED-KEY
044780         PERFORM 7500-LOG-RETIRED-KEY
044800     END-IF.
044900 7000-EXIT.
045000     EXIT.
045100
045108 7500-LOG-RETIRED-KEY.
045116     MOVE SPACES TO DLKEYRET-RECORD.
045124     MOVE DLR140-RETIRED-TYPE TO DLKEYRET-KEY-TYPE.
045132     MOVE DLR140-RETIRED-KEY  TO DLKEYRET-KEY-VALUE.
045140     MOVE 'E' TO DLKEYRET-REASON.
045148     MOVE DLR140-RUN-DATE TO DLKEYRET-RETIRED-DATE.
045156     MOVE 'DLR140' TO DLKEYRET-PROGRAM.
045164     WRITE DLKEYRET-RECORD.
045172 7500-EXIT.
045180     EXIT.
045188
045200 9000-TERMINATE.
045300     DISPLAY 'DLR140 REQUESTS READ    = ' DLR140-REQS-READ.
045400     DISPLAY 'DLR140 PURGED           = '
045700         DLR140-REQS-REVIEWED.
045800     CLOSE BALANCE-MASTER
045900           CERT-PRINT
046000           REVIEW-FILE
046025           RETIRED-KEY-LOG.
046100 9000-EXIT.
046200     EXIT.
