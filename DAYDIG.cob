********************************
******* CONSOLIDATED DAILY OPERATIONS DIGEST. READS THE DAY'S
******* REPORT.yyyymmdd (EX2), SINALREP.yyyymmdd (SINALCHK) AND
******* VOGSTATS.yyyymmdd (VOGCONS) FILES, PLUS THE OUTLIER COUNTS
******* OF OUTLSUM.yyyymmdd (OUTLREP), AND COPIES THEM, UNDER A
******* SECTION HEADER APIECE, INTO ONE DIGEST.yyyymmdd FILE. A
******* PROGRAM THAT HAS NOT RUN YET THAT DAY SIMPLY GETS A "SEM
******* RELATORIO" LINE IN ITS SECTION INSTEAD OF STOPPING THE RUN.
******* THE BUSINESS DATE COMES FROM ONE OPTIONAL SYSIN PARAMETER
******* LINE: 'AAAAMMDD' DIGESTS THAT DAY, 'AAAAMMDD AAAAMMDD'
******* DIGESTS EVERY BUSINESS DAY OF THE RANGE PER THE BUSCAL
******* CALENDAR (ONE DIGEST.yyyymmdd EACH), AND A BLANK/MISSING
******* PARAMETER KEEPS THE OLD TODAY-ONLY BEHAVIOR - SO A MISSED
******* NIGHT CAN BE RERUN EXACTLY AND A LOST COPY OF A PAST DAY'S
******* DIGEST CAN BE REGENERATED.
******* START AND END OF THE STEP (REPORT LINES IN, DIGEST LINES
******* OUT) GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VOG-FS.

           SELECT OUTL-REPORT-FILE ASSIGN TO DYNAMIC WRK-OUTL-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OUTL-FS.

           SELECT DIGEST-FILE ASSIGN TO DYNAMIC WRK-DIGEST-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY BUSCALSL.

           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  EX2-REPORT-FILE.
       FD  VOG-REPORT-FILE.
       01  VOG-REPORT-LINE             PIC X(80).

       FD  OUTL-REPORT-FILE.
       01  OUTL-REPORT-LINE            PIC X(80).

       FD  DIGEST-FILE.
       01  DIGEST-LINE                 PIC X(80).

       COPY BUSCALFD.

       COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.

       77 WRK-EOF-VOG PIC X(01) VALUE 'N'.
           88 FIM-VOG-REPORT VALUE 'Y'.

       77 WRK-OUTL-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-OUTL-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-OUTL PIC X(01) VALUE 'N'.
           88 FIM-OUTL-REPORT VALUE 'Y'.

       77 WRK-DIGEST-DSNAME PIC X(20) VALUE SPACES.

      ***** OPTIONAL SYSIN PARAMETER: BUSINESS DATE, OR FROM/TO DATE
       77 WRK-DATA-INT PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-ATE-INT PIC 9(07) VALUE ZEROS.

       COPY BUSCAL.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='DAYDIG  '==.

       PROCEDURE DIVISION.
       PERFORM LE-PARAMETRO-DATA
       MOVE WRK-DATA-ATE TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

      ***** A CATCH-UP RANGE ONLY DIGESTS THE BUSINESS DAYS OF THE
      ***** CALENDAR (BUSCAL) - NOTHING RUNS ON THE OTHERS. A SINGLE
      ***** DATE, INCLUDING THE NORMAL TODAY-ONLY RUN, IS ALWAYS
      ***** DIGESTED, SO A LOT RUN ON A HOLIDAY CAN STILL BE SEEN.
       PERFORM CARREGA-CALENDARIO
       COMPUTE WRK-DATA-INT = FUNCTION INTEGER-OF-DATE(WRK-DATA-DE)
       COMPUTE WRK-DATA-ATE-INT =
           FUNCTION INTEGER-OF-DATE(WRK-DATA-ATE)
       PERFORM UNTIL WRK-DATA-INT > WRK-DATA-ATE-INT
           COMPUTE WRK-DATA-ALVO =
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-ALVO TO WRK-CAL-DATA
           PERFORM VERIFICA-DIA-UTIL
           IF CAL-DIA-UTIL OR WRK-DATA-DE = WRK-DATA-ATE
               PERFORM GERA-DIGEST-DIA
           ELSE
               DISPLAY 'DIA NAO UTIL, SEM DIGEST: ' WRK-DATA-ALVO
           END-IF
           ADD 1 TO WRK-DATA-INT
       END-PERFORM

       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY RUNLOGP.

       COPY BUSCALP.

      ***** READS THE OPTIONAL DATE/RANGE PARAMETER AND LEAVES THE
      ***** VALIDATED BOUNDS IN WRK-DATA-DE/WRK-DATA-ATE. ANYTHING
      ***** UNUSABLE FALLS BACK TO TODAY WITH A CONSOLE MESSAGE, THE
           STRING 'VOGSTATS.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-VOG-DSNAME
           END-STRING
           MOVE SPACES TO WRK-OUTL-DSNAME
           STRING 'OUTLSUM.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-OUTL-DSNAME
           END-STRING
           MOVE SPACES TO WRK-DIGEST-DSNAME
           STRING 'DIGEST.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-DIGEST-DSNAME
           MOVE '---- VOGCONS (VOGAL/CONSOANTE) ----' TO DIGEST-LINE
           WRITE DIGEST-LINE
           PERFORM COPIA-VOG
           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE

           MOVE '---- OUTLREP (LANCAMENTOS FORA DO PADRAO) ----'
               TO DIGEST-LINE
           WRITE DIGEST-LINE
           PERFORM COPIA-OUTL

           CLOSE DIGEST-FILE.

                       AT END
                           SET FIM-EX2-REPORT TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           MOVE SPACES TO DIGEST-LINE
                           MOVE EX2-REPORT-LINE TO DIGEST-LINE
                           WRITE DIGEST-LINE
                           ADD 1 TO WRK-RUN-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE EX2-REPORT-FILE
                       AT END
                           SET FIM-SINAL-REPORT TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           MOVE SPACES TO DIGEST-LINE
                           MOVE SINAL-REPORT-LINE TO DIGEST-LINE
                           WRITE DIGEST-LINE
                           ADD 1 TO WRK-RUN-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE SINAL-REPORT-FILE
                       AT END
                           SET FIM-VOG-REPORT TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           MOVE SPACES TO DIGEST-LINE
                           MOVE VOG-REPORT-LINE TO DIGEST-LINE
                           WRITE DIGEST-LINE
                           ADD 1 TO WRK-RUN-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE VOG-REPORT-FILE
               MOVE 'SEM RELATORIO DO DIA' TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.

       COPIA-OUTL.
           MOVE 'N' TO WRK-EOF-OUTL
           OPEN INPUT OUTL-REPORT-FILE
           IF WRK-OUTL-FS = '00'
               PERFORM UNTIL FIM-OUTL-REPORT
                   READ OUTL-REPORT-FILE
                       AT END
                           SET FIM-OUTL-REPORT TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           MOVE SPACES TO DIGEST-LINE
                           MOVE OUTL-REPORT-LINE TO DIGEST-LINE
                           WRITE DIGEST-LINE
                           ADD 1 TO WRK-RUN-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE OUTL-REPORT-FILE
           ELSE
               MOVE 'SEM RELATORIO DO DIA' TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.
