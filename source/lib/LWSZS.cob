      *****************************************************
      *****   SIZE LABEL WORK AREA  ( LWSZS )           *****
      *****************************************************
      *    SHARED WITH THE LPSZS PROCEDURE COPYBOOK.  THE
      *    CALLER SETS SZSW-CD FROM THE ITEM'S J-SZS AND
      *    PERFORMS SZSW-GET-RTN FOR THE TEN LABELS IN SZSW-LBL
      *    -- "   1" TO "  10" FOR AN ITEM WITH NO SCALE (OR A
      *    SCALE NOT ON FILE).  A BLANK LABEL IS A BUCKET THE
      *    ITEM'S SCALE DOES NOT USE.
       01  SZSW-AREA.
           02  SZSW-CD          PIC  9(002)  VALUE  0.
           02  SZSW-LBLS.
               03  SZSW-LBL     PIC  X(004)  OCCURS  10.
           02  SZSW-IX          PIC  9(002)  VALUE  0.
           02  SZSW-NUM         PIC  ZZZ9.
