      *                 mientras corre deja SCORES.DAT registrado como
      *                 en uso (registro SCORES-U) para el interbloqueo
      *                 con la consola de mantenimiento.
      * 2026-10-15  DA  Los registros de SCORES.DAT y SCORESHIST.DAT
      *                 llevan la regla de puntaje que produjo cada
      *                 puntaje (SC-REGLA), la dificultad y el modo; el
      *                 archivo historico los conserva.
      * 2026-10-15  DA  Los puntajes de un mes cerrado en PERIODOS.DAT
      *                 no se archivan ni se borran aunque sean
      *                 anteriores al corte: quedan retenidos y se
      *                 informan aparte en DEPURA.RPT.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje. El archivo historico
      *                 conserva el sitio del puntaje.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-DEPURA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
           05  SC-SITIO               PIC X(03).

       FD  HIST-FILE.
       01  SH-RECORD.
           05  SH-PUNTAJE             PIC 9(04).
           05  SH-FECHA               PIC X(08).
           05  SH-HORA                PIC X(08).
           05  SH-REGLA               PIC 9(08).
           05  SH-DIFICULTAD          PIC X.
           05  SH-MODO                PIC X.
           05  SH-SITIO               PIC X(03).

       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).
           05  RC-ESTADO              PIC X.
           05  FILLER                 PIC X(54).

       FD  PERIODOS-FILE.
       01  PE-RECORD.
           05  PE-PERIODO             PIC X(06).
           05  FILLER                 PIC X(74).

       WORKING-STORAGE SECTION.

       01  WS-SCORES-STATUS           PIC XX.
       01  WS-RETENIDOS               PIC 9(06) VALUE ZERO.
       01  WS-NO-ARCHIVADOS           PIC 9(06) VALUE ZERO.
       01  WS-NO-BORRADOS             PIC 9(06) VALUE ZERO.
       01  WS-RETENIDOS-CERRADOS      PIC 9(06) VALUE ZERO.
       01  WS-FECHA-MENOR             PIC X(08) VALUE HIGH-VALUES.
       01  WS-FECHA-MAYOR             PIC X(08) VALUE LOW-VALUES.

               10  WS-RC-HORA         PIC X(06).
               10  WS-RC-ESTADO       PIC X.

      *----------------------------------------------------------------
      * Meses cerrados (PERIODOS.DAT): sus puntajes no se tocan.
      *----------------------------------------------------------------
       01  WS-PERIODOS-STATUS         PIC XX.
       01  WS-EOF-PERIODOS            PIC X VALUE "N".
       01  WS-PERIODOS-TABLA.
           05  WS-PERIODO-CERRADO     PIC X(06) OCCURS 240 TIMES.
       01  WS-PER-CANTIDAD            PIC 9(03) COMP VALUE ZERO.
       01  WS-PER-SUB                 PIC 9(03) COMP.
       01  WS-MES-BUSCADO             PIC X(06).
       01  WS-MES-CERRADO             PIC X VALUE "N".

       PROCEDURE DIVISION.

       000-INICIO.
               GO TO 000-FIN
           END-IF.
           PERFORM 110-ABRIR-AUDITORIA THRU 110-FIN.
           PERFORM 140-CARGAR-PERIODOS THRU 140-FIN.

           PERFORM UNTIL EOF-SCORES
               READ SCORES-FILE NEXT RECORD
                       MOVE "S" TO WS-EOF-SCORES
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       MOVE SC-FECHA(1:6) TO WS-MES-BUSCADO
                       PERFORM 145-VERIFICAR-PERIODO THRU 145-FIN
                       IF SC-FECHA < WS-FECHA-CORTE
                           IF WS-MES-CERRADO = "S"
                               ADD 1 TO WS-RETENIDOS-CERRADOS
                           ELSE
                               PERFORM 200-ARCHIVAR-REGISTRO
                                   THRU 200-FIN
                           END-IF
                       ELSE
                           ADD 1 TO WS-RETENIDOS
                       END-IF

           DISPLAY "DEPURACION TERMINADA. ARCHIVADOS: " WS-ARCHIVADOS
               " RETENIDOS: " WS-RETENIDOS.
           IF WS-RETENIDOS-CERRADOS > ZERO
               DISPLAY "RETENIDOS POR MES CERRADO: "
                   WS-RETENIDOS-CERRADOS
           END-IF.

       000-FIN. EXIT.


       130-FIN. EXIT.

      *----------------------------------------------------------------
      * 140-CARGAR-PERIODOS  --  load the closed months from
      * PERIODOS.DAT; no file means no month has been closed yet.
      *----------------------------------------------------------------
       140-CARGAR-PERIODOS.

           MOVE ZERO TO WS-PER-CANTIDAD.
           MOVE "N" TO WS-EOF-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS NOT = "00"
               GO TO 140-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-PERIODOS = "S"
               READ PERIODOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-PERIODOS
                   NOT AT END
                       IF WS-PER-CANTIDAD < 240
                           ADD 1 TO WS-PER-CANTIDAD
                           MOVE PE-PERIODO
                               TO WS-PERIODO-CERRADO(WS-PER-CANTIDAD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS-FILE.

       140-FIN. EXIT.

      *----------------------------------------------------------------
      * 145-VERIFICAR-PERIODO  --  set WS-MES-CERRADO when the month
      * in WS-MES-BUSCADO is on the closed-months table.
      *----------------------------------------------------------------
       145-VERIFICAR-PERIODO.

           MOVE "N" TO WS-MES-CERRADO.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-CANTIDAD
               IF WS-PERIODO-CERRADO(WS-PER-SUB) = WS-MES-BUSCADO
                   MOVE "S" TO WS-MES-CERRADO
               END-IF
           END-PERFORM.

       145-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-ARCHIVAR-REGISTRO  --  copy the score just read onto the
      * archive, track the archived date range, and delete it from the
           MOVE SC-PUNTAJE   TO SH-PUNTAJE.
           MOVE SC-FECHA     TO SH-FECHA.
           MOVE SC-HORA      TO SH-HORA.
           MOVE SC-REGLA     TO SH-REGLA.
           MOVE SC-DIFICULTAD TO SH-DIFICULTAD.
           MOVE SC-MODO      TO SH-MODO.
           MOVE SC-SITIO     TO SH-SITIO.
           WRITE SH-RECORD.
           IF WS-HIST-STATUS NOT = "00"
               ADD 1 TO WS-NO-ARCHIVADOS
               WRITE RP-LINEA
           END-IF.

           IF WS-RETENIDOS-CERRADOS > ZERO
               MOVE "RETENIDOS MES CERRADO:" TO WS-LINEA-DETALLE(1:22)
               MOVE WS-RETENIDOS-CERRADOS TO WS-DET-VALOR
               MOVE WS-LINEA-DETALLE TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           IF WS-ARCHIVADOS > ZERO
               MOVE SPACES TO RP-LINEA
               STRING "RANGO ARCHIVADO  . .: " WS-FECHA-MENOR
