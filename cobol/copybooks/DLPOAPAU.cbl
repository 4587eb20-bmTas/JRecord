000100*
000200*   DLPOAPAU - PO APPROVAL AUDIT TRAIL RECORD
000300*   ONE ROW PER AUTHORISATION CARD DLR211 HAS ACTED ON, KEPT
000400*   AS THE PERMANENT RECORD OF WHO APPROVED WHICH ORDER, AT
000500*   WHAT VALUE AND ON WHOSE BEHALF. CARDS TURNED DOWN ARE
000600*   LOGGED TOO (ACTION D) WITH THE REASON.
000700*
000800     03  DLPOAPAU-AUDIT-DATE        PIC 9(08).
000900     03  DLPOAPAU-PO-NO             PIC 9(12).
001000     03  DLPOAPAU-VENDOR            PIC 9(10).
001100     03  DLPOAPAU-DEPARTMENT        PIC X(04).
001200     03  DLPOAPAU-RAISING-BUYER     PIC X(06).
001300     03  DLPOAPAU-APPROVER-ID       PIC X(06).
001400     03  DLPOAPAU-PO-VALUE          PIC S9(13)V99 COMP-3.
001500     03  DLPOAPAU-HOLD-REASON       PIC X(01).
001600     03  DLPOAPAU-ACTION            PIC X(01).
001700         88  DLPOAPAU-APPROVED               VALUE 'A'.
001800         88  DLPOAPAU-DECLINED               VALUE 'D'.
001900     03  DLPOAPAU-DECLINE-REASON    PIC X(30).
002000     03  FILLER                     PIC X(10).
