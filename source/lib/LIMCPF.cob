      ********************************************
      *****     JT-MCPF PENDING MASTER CHANGES     *****
      ********************************************
      *    ONE RECORD PER PROPOSED CHANGE TO A SENSITIVE MASTER
      *    FIELD THAT WENT OVER ITS FCTL "MCTHR" THRESHOLD: A
      *    J-M PRICE (JM550U), A TT-CRLM CREDIT LIMIT (TT710U),
      *    A KHM RATE (KM740U) OR A LARGE JOURNAL VOUCHER
      *    (PR640U, WHOSE LINES WAIT ON JT-JVF AT STAT 9).  THE
      *    MASTER IS NOT TOUCHED UNTIL A SECOND OPERATOR WITH
      *    OPA-APR = 1 APPROVES THE CHANGE ON NB800U, WHICH THEN
      *    WRITES THE AFTER IMAGE AND THE JT-MAUD AUDIT.  THE
      *    PROPOSER CAN NEVER APPROVE.  NUMBERED FROM THE FCTL
      *    "MCPNO" COUNTER.
      *    MCP-STAT: 0 = PENDING, 1 = APPROVED, 2 = REJECTED.
      *    MCP-BEFORE/AFTER ARE THE FULL RECORD IMAGES (FOR A
      *    VOUCHER, THE SUMMARY TEXT); MCP-BTXT/ATXT ARE WHAT
      *    THE APPROVER IS SHOWN.
       01  MCPF.
           02  MCPF_PNAME1       PIC  X(007) VALUE "JT-MCPF".
           02  F                 PIC  X(001).
           02  MCPF_LNAME        PIC  X(004) VALUE "MCPF".
           02  F                 PIC  X(001).
           02  MCPF_KEY1         PIC  X(100) VALUE SPACE.
           02  MCPF_SORT         PIC  X(100) VALUE SPACE.
           02  MCPF_IDLST        PIC  X(100) VALUE SPACE.
           02  MCPF_RES          USAGE  POINTER.
      *
       01  MCP-R.
           02  MCP-KEY.
               03  MCP-NO           PIC  9(006).
           02  MCP-FILE             PIC  X(008).
           02  MCP-FKEY             PIC  X(020).
           02  MCP-FLD              PIC  X(003).
           02  MCP-STAT             PIC  9(001).
           02  MCP-PPGM             PIC  X(006).
           02  MCP-POPR             PIC  X(006).
           02  MCP-PDATE            PIC  9(006).
           02  MCP-PTIME            PIC  9(006).
           02  MCP-AOPR             PIC  X(006).
           02  MCP-ADATE            PIC  9(006).
           02  MCP-ATIME            PIC  9(006).
           02  MCP-BTXT             PIC  X(040).
           02  MCP-ATXT             PIC  X(040).
           02  MCP-RSN              PIC  X(030).
           02  MCP-BEFORE           PIC  X(300).
           02  MCP-AFTER            PIC  X(300).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
