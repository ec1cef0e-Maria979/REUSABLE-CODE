000170*                   MISMATCH SO THE MAILING AND TRANSMISSION    *
000180*                   STEPS DO NOT RUN AGAINST A SHORT OR         *
000190*                   CORRUPTED FILE.                             *
000193*  09/25/2026  RH   STATEMENT PRINT RECORD WIDENED TO 132 FOR   *
000196*                   THE WIDER BALANCE FIELDS.                   *
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000490 01  STMT-CONTROL-RECORD         PIC X(120).

000500 FD  STATEMENT-PRINT-FILE
000510     RECORD CONTAINS 132 CHARACTERS
000520     RECORDING MODE IS F.
000530 01  STMT-PRINT-RECORD           PIC X(132).

000540 FD  AMORTIZATION-CONTROL-FILE
000550     RECORD CONTAINS 120 CHARACTERS
