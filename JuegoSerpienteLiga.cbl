      *                 preferencia sobre los mejores puntajes
      *                 individuales; el ultimo duelo jugado del cruce
      *                 es el que vale.
      * 2026-10-15  DA  Registro de SCORES.DAT ampliado con la regla de
      *                 puntaje que lo produjo (SC-REGLA), la dificultad
      *                 y el modo de la partida.
      * 2026-10-15  DA  LIGASCHED.DAT lleva el numero de temporada
      *                 (LG-TEMPORADA) que se imprime en la tabla;
      *                 calendario de hasta 500 partidos.
      * 2026-10-15  DA  Registro de SCORES.DAT de 50 posiciones con el
      *                 codigo de sitio del gabinete que produjo el
      *                 puntaje.
      * 2026-10-15  DA  Cadenas IF/ELSE IF del reparto de puntos
      *                 cerradas antes de acumular el partido, que
      *                 ahora se suma en todos los casos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-LIGA.
           05  LG-JUGADOR-A           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-JUGADOR-B           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-TEMPORADA           PIC X(03).
           05  FILLER                 PIC X(48).

       FD  SCORES-FILE.
       01  SC-RECORD.
           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
           05  SC-SITIO               PIC X(03).

       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).
      * Calendario en memoria: un renglon por partido, con el mejor
      * puntaje calificado de cada jugador y los puntos otorgados.
      *----------------------------------------------------------------
       01  WS-TEMPORADA-CAL           PIC X(03) VALUE SPACES.
       01  WS-PARTIDOS-CONTADOR       PIC 9(03) VALUE ZERO.
       01  WS-PARTIDOS-TABLA.
           05  WS-PARTIDO OCCURS 500 TIMES.
               10  WS-PAR-RONDA       PIC 9(02).
               10  WS-PAR-DESDE       PIC X(08).
               10  WS-PAR-HASTA       PIC X(08).
                   AT END
                       MOVE "S" TO WS-EOF-SCHED
                   NOT AT END
                       IF WS-PARTIDOS-CONTADOR < 500
                           ADD 1 TO WS-PARTIDOS-CONTADOR
                           MOVE WS-PARTIDOS-CONTADOR TO WS-SUB
                           IF WS-SUB = 1
                               MOVE LG-TEMPORADA TO WS-TEMPORADA-CAL
                           END-IF
                           MOVE LG-RONDA       TO WS-PAR-RONDA(WS-SUB)
                           MOVE LG-FECHA-DESDE TO WS-PAR-DESDE(WS-SUB)
                           MOVE LG-FECHA-HASTA TO WS-PAR-HASTA(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-B(WS-SUB)
                   END-IF
                   END-IF
               ELSE IF WS-PAR-HAY-A(WS-SUB) = "S"
                AND WS-PAR-HAY-B(WS-SUB) = "S"
                   IF WS-PAR-MEJOR-A(WS-SUB) > WS-PAR-MEJOR-B(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-B(WS-SUB)
                   END-IF
                   END-IF
               ELSE IF WS-PAR-HAY-A(WS-SUB) = "S"
                   MOVE 3 TO WS-PAR-PTS-A(WS-SUB)
                   MOVE 0 TO WS-PAR-PTS-B(WS-SUB)
                   MOVE 0 TO WS-PAR-PTS-A(WS-SUB)
                   MOVE 3 TO WS-PAR-PTS-B(WS-SUB)
               END-IF
               END-IF
               END-IF
               END-IF

               IF WS-PAR-HAY-A(WS-SUB) = "S"
                OR WS-PAR-HAY-B(WS-SUB) = "S"
               PERFORM 610-LINEA-PARTIDO THRU 610-FIN
           END-PERFORM.

           IF WS-TEMPORADA-CAL = SPACES
               MOVE "==== TABLA DE LA TEMPORADA ====" TO RP-LINEA
           ELSE
               MOVE SPACES TO RP-LINEA
               STRING "==== TABLA DE LA TEMPORADA " WS-TEMPORADA-CAL
                   " ====" DELIMITED BY SIZE INTO RP-LINEA
           END-IF.
           WRITE RP-LINEA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POS-CONTADOR
