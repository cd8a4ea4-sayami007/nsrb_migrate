      *****************************************************
      *****   MAKER-CHECKER WORK AREA  ( LWMCPF )     *****
      *****************************************************
      *    SHARED WITH THE LPMCPF PROCEDURE COPYBOOK.  THE
      *    ADOPTING PROGRAM COPIES FCTL AND LIMCPF, OPENS BOTH
      *    I-O, AND PERFORMS MCPW-THR-RTN FOR THE THRESHOLDS
      *    (FCTL "MCTHR"; WITH NO RECORD EVERY PRICE, RATE AND
      *    LIMIT INCREASE NEEDS APPROVAL, AND VOUCHERS FROM
      *    1,000,000 YEN).  MCPW-PCT-RTN SETS MCPW-OVR TO 1 WHEN
      *    MCPW-NEW DIFFERS FROM MCPW-OLD BY MORE THAN MCPW-THP
      *    PERCENT.  TO RAISE A PROPOSAL THE PROGRAM FILLS
      *    MCP-FILE, MCP-FKEY, MCP-FLD, MCP-POPR, MCP-BTXT,
      *    MCP-ATXT, MCP-BEFORE AND MCP-AFTER AND PERFORMS
      *    MCPW-PUT-RTN; RET 0 = FILED AS MCP-NO.
       01  MCPW-AREA.
           02  MCPW-THJM        PIC  9(003)  VALUE  0.
           02  MCPW-THCR        PIC  9(009)  VALUE  0.
           02  MCPW-THKH        PIC  9(003)  VALUE  0.
           02  MCPW-THJV        PIC  9(011)  VALUE  1000000.
           02  MCPW-THP         PIC  9(003)  VALUE  0.
           02  MCPW-OLD         PIC S9(009)V9(02)  VALUE  0.
           02  MCPW-NEW         PIC S9(009)V9(02)  VALUE  0.
           02  MCPW-DIF         PIC S9(011)V9(02)  VALUE  0.
           02  MCPW-OVR         PIC  9(001)  VALUE  0.
