000010*****************************************************************
000020*
000030*    COPYBOOK.     MASKVAL
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      THE FORM A SENSITIVE VALUE TAKES ONCE SENSMASK
000080*                  HAS MASKED IT - A MARKER, THE VALUE'S LENGTH,
000090*                  AND AT MOST ITS LAST FEW CHARACTERS - LAID OVER
000100*                  THE SAME 99 BYTES AS COW-VARVALUE.  A PROGRAM
000110*                  THAT READS AUDITED VALUES BACK MOVES ONE HERE
000120*                  AND TESTS MV-VALUE-MASKED BEFORE TRUSTING IT.
000130*
000140*****************************************************************
000150 01  MASKED-VALUE.
000160     03  MV-MARKER               pic x(08).
000170         88  MV-VALUE-MASKED           value '*MASKED*'.
000180     03  MV-LENGTH-LABEL         pic x(05).
000190     03  MV-LENGTH               pic 9(02).
000200     03  MV-LAST-LABEL           pic x(06).
000210     03  MV-LAST-CHARS           pic x(08).
000220     03  filler                  pic x(70).
