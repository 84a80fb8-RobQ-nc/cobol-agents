000200*                  INQUIRY REACHES PAST THE RETENTION WINDOW.
000210*                  PARM IS RETMONTHS,RUNDATE(YYYYMMDD) - THE
000220*                  RUN DATE DEFAULTS TO THE SYSTEM DATE.
000222* 10/15/2026  RQ   ARCHIVE AND NEW-GENERATION RECORDS FOLLOW THE
000224*                  LONGER TIE-HISTORY (94) AND TIE-EXCEPTION (60)
000226*                  LAYOUTS.
000230*-----------------------------------------------------------------
000240* ___________________________
000250*|                           |
000720     COPY TIEHIS.
000730 FD  TIE-HIST-ARCH
000740     LABEL RECORDS ARE STANDARD.
000750 01  TIE-HIST-ARCH-REC              PIC X(94).
000760 FD  TIE-HIST-NEW
000770     LABEL RECORDS ARE STANDARD.
000780 01  TIE-HIST-NEW-REC               PIC X(94).
000790 FD  TIE-EXCEPTION
000800     LABEL RECORDS ARE STANDARD.
000810     COPY TIEEXC.
000820 FD  TIE-EXCP-ARCH
000830     LABEL RECORDS ARE STANDARD.
000840 01  TIE-EXCP-ARCH-REC              PIC X(60).
000850 FD  TIE-EXCP-NEW
000860     LABEL RECORDS ARE STANDARD.
000870 01  TIE-EXCP-NEW-REC               PIC X(60).
000880 FD  TIE-AUDIT-LOG
000890     LABEL RECORDS ARE STANDARD.
000900     COPY TIEAUD.
