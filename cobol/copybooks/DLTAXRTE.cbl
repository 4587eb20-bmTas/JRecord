000100*
000200*   DLTAXRTE - EFFECTIVE-DATED GST RATE MASTER RECORD
000300*   ONE ROW PER DLDEPTMF TAX CODE PER EFFECTIVE-FROM DATE,
000400*   HOLDING THE GST RATE AS A PERCENTAGE OF THE NET PRICE.
000500*   DTAR020-SALE-PRICE IS TAX-INCLUSIVE, SO THE TAX IN A SALE
000600*   IS GROSS * RATE / (100 + RATE). THE ROW IN FORCE ON THE
000700*   SALE DATE (LATEST EFFECTIVE-FROM ON OR BEFORE IT) APPLIES,
000800*   SO A RATE CHANGE MID-MONTH SPLITS THE MONTH CORRECTLY.
000900*
001000     03  DLTAXRTE-TAX-CODE          PIC X(01).
001100     03  DLTAXRTE-EFF-FROM          PIC 9(08).
001200     03  DLTAXRTE-RATE-PCT          PIC S9(3)V9(4) COMP-3.
