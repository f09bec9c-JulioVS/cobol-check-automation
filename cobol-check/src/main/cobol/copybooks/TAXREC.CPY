000010******************************************************************
000020* TAXREC.CPY
000030******************************************************************
000040* YEAR-END INTEREST TAX EXTRACT RECORD, IN THE FIXED LAYOUT THE
000050* TAX-FORMS VENDOR TAKES.  TAXEXTR WRITES ONE DETAIL RECORD PER
000060* ACCOUNT REPORTED FOR THE TAX YEAR AND CLOSES THE FILE WITH ONE
000070* CONTROL RECORD CARRYING THE DETAIL COUNT AND INTEREST TOTAL.
000080* AN ORIGINAL FILING IS SEQUENCE 00; EACH CORRECTED FILING FOR
000090* THE SAME YEAR TAKES THE NEXT SEQUENCE AND CARRIES ONLY THE
000100* ACCOUNTS WHOSE INTEREST CHANGED, WITH THE AMOUNT LAST FILED
000110* BESIDE THE NEW ONE.  THE AMOUNTS ARE ZONED WITH A SEPARATE
000120* LEADING SIGN BECAUSE THE FILE LEAVES THE SHOP.  TAXEXTR ALSO
000130* READS ITS OWN EARLIER FILINGS BACK IN THIS LAYOUT.
000140******************************************************************
000150* MODIFICATION HISTORY
000160*-----------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180*-----------------------------------------------------------
000190* 10/15/26    RH   ORIGINAL COPYBOOK.
000200*-----------------------------------------------------------
000210 01  TAX-RECORD.
000220     05  TAX-REC-TYPE         PIC X(01).
000230         88  TAX-DETAIL-REC            VALUE 'D'.
000240         88  TAX-CONTROL-REC           VALUE 'T'.
000250     05  TAX-YEAR             PIC 9(04).
000260     05  TAX-FILING-TYPE      PIC X(01).
000270         88  TAX-ORIGINAL-FILING       VALUE 'O'.
000280         88  TAX-CORRECTED-FILING      VALUE 'C'.
000290     05  TAX-FILING-SEQ       PIC 9(02).
000300     05  TAX-DETAIL-DATA.
000310         10  TAX-ACCOUNT-KEY  PIC X(10).
000320         10  TAX-ACCOUNT-STATUS
000330                              PIC X(01).
000340             88  TAX-ACCT-OPEN         VALUE 'O'.
000350             88  TAX-ACCT-CLOSED       VALUE 'C'.
000360             88  TAX-ACCT-FROZEN       VALUE 'F'.
000370             88  TAX-ACCT-NOT-ON-FILE  VALUE 'X'.
000380         10  TAX-CHANGE-CODE  PIC X(01).
000390             88  TAX-AS-ORIGINAL       VALUE SPACE.
000400             88  TAX-ADDED             VALUE 'A'.
000410             88  TAX-CHANGED           VALUE 'C'.
000420             88  TAX-REDUCED-TO-ZERO   VALUE 'Z'.
000430         10  TAX-INTEREST-PAID
000440                              PIC S9(11)V99
000450                              SIGN LEADING SEPARATE.
000460         10  TAX-PRIOR-INTEREST
000470                              PIC S9(11)V99
000480                              SIGN LEADING SEPARATE.
000490         10  TAX-POSTING-MONTHS
000500                              PIC 9(02).
000510         10  FILLER           PIC X(58).
000520     05  TAX-CONTROL-DATA REDEFINES TAX-DETAIL-DATA.
000530         10  TAX-CTL-RECORD-COUNT
000540                              PIC 9(09).
000550         10  TAX-CTL-INTEREST-TOTAL
000560                              PIC S9(13)V99
000570                              SIGN LEADING SEPARATE.
000580         10  TAX-CTL-CREATE-DATE
000590                              PIC 9(08).
000600         10  FILLER           PIC X(67).
000610     05  FILLER               PIC X(12).
