001200     03  DLDEPTMF-SALES-GL-ACCT     PIC X(08).
001300     03  DLDEPTMF-COGS-GL-ACCT      PIC X(08).
001400     03  DLDEPTMF-COST-CENTRE       PIC X(06).
001500*    GST TREATMENT OF THE DEPARTMENT'S SALES - THE RATE FOR A
001600*    CODE COMES FROM THE EFFECTIVE-DATED DLTAXRTE MASTER. A
001700*    BLANK CODE IS TREATED AS TAXABLE.
001800     03  DLDEPTMF-TAX-CODE          PIC X(01).
001900         88  DLDEPTMF-TAXABLE                VALUE 'T' ' '.
002000         88  DLDEPTMF-GST-FREE               VALUE 'F'.
002100         88  DLDEPTMF-INPUT-TAXED            VALUE 'I'.
