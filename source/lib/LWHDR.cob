      *    THE JT-RARC REPORT ARCHIVE (HDR-ARCF 1; SET 0 BEFORE
      *    HDR-INIT-RTN TO SUPPRESS), SO RL720R CAN BROWSE AND
      *    REPRINT WITHOUT RERUNNING THE PROGRAM.
      *    MOVING HDR-DEPTH TO HDR-LINECNT STARTS THE NEXT LINE
      *    ON A NEW PAGE -- A SECTION (A DEPARTMENT, A STAFF
      *    MEMBER) ON PAGES OF ITS OWN CAN BE HANDED OUT ALONE BY
      *    THE RL740U DISTRIBUTION RUN.
       COPY    LIRARC.
       01  HDR-AREA.
           02  HDR-PGMID        PIC  X(008)  VALUE  SPACE.
