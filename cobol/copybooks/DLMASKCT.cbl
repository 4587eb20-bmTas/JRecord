000100*
000200*   DLMASKCT - TEST-DATA MASKING CONTROL TOTAL RECORD
000300*   ONE ROW PER FILE MASKED BY DLR232, TAKEN FROM THE
000400*   PRODUCTION COPY AS IT WAS READ: RECORD COUNT, AN AMOUNT
000500*   TOTAL AND A DATE HASH. DLR233 RECOMPUTES THE SAME FIGURES
000600*   FROM THE MASKED COPY AND THEY MUST AGREE, PROVING THE
000700*   MASKING CHANGED IDENTIFIERS ONLY. THE AMOUNT IS THE SUM OF
000800*   DTAR107-AMOUNT, FCUSDAT TRANSACTION-AMOUNT, INVOICE-AMOUNT,
000900*   THE AQTRANS DR/SVC/CR/IPD/IRC AMOUNT, DLPTSBAL-BALANCE,
001000*   THE TWELVE DLTIERM SPEND BUCKETS AND DLGIFTLG-BALANCE (THE
001100*   CROSS-REFERENCE AND HOUSEHOLD FILES CARRY NO AMOUNT). THE
001200*   HASH IS THE SUM OF THE FILE'S MAIN DATE, OR, WHERE THE
001300*   DATES ARE TEXT (FCUSDAT, INVOICE), OF THE OCCURRENCE COUNT;
001400*   DLHSHLDM ADDS THE HOUSEHOLD NUMBER TO ITS BUILT DATE.
001500*
001600     03  DLMASKCT-FILE-ID           PIC X(08).
001700     03  DLMASKCT-RUN-DATE          PIC 9(08).
001800     03  DLMASKCT-RECORDS           PIC 9(09).
001900     03  DLMASKCT-AMOUNT            PIC S9(15)V99 COMP-3.
002000     03  DLMASKCT-HASH              PIC S9(17)   COMP-3.
002100     03  DLMASKCT-FIELDS-MASKED     PIC 9(09).
002200     03  FILLER                     PIC X(10).
