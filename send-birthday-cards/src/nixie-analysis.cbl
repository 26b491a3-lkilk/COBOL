               05 WS-REASON-LINE-KEY PIC X(20).
               05 FILLER PIC X(8) VALUE ' PIECES='.
               05 WS-REASON-LINE-PIECES PIC ZZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Where does address cleanup pay?  The returned-mail feed is
           END-PERFORM.
           PERFORM WRITE-WORST-ZIP-RANKING.
           CLOSE F-ANALYSIS-FILE.
           MOVE 'nixie-analysis.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'nixie-analysis' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.

      *    Ten selection passes beat sorting the whole table for a
      *    top-ten list.
