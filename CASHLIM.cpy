000010***
000020*** THE MOST CASH RECEIPTS ONE CASH APPLICATION RUN (CSHAPPLY)
000030*** HOLDS - TODAY'S RECEIPTS TOGETHER WITH THE UNAPPLIED RECEIPTS
000040*** CARRIED IN FROM THE LAST RUN.  THE LOCKBOX INTAKE (LBXINTK)
000050*** WRITES NO MORE THAN FIT.  THE RECEIPT-TABLE OCCURS CLAUSE IN
000060*** EACH PROGRAM THAT COPIES THIS MUST CARRY THE SAME NUMBER.
000070 77  MAX-CASH-RECEIPTS           PIC 9(04) VALUE 200.
