      *                 consume con preferencia sobre los puntajes
      *                 individuales cuando el cruce coincide con un
      *                 partido programado.
      * 2026-10-15  DA  El puntaje deja de ser la columna final de la
      *                 cabeza: se calcula con el juego de reglas de
      *                 SCORING.CFG vigente a la fecha (puntos por
      *                 comida, bono por nivel superado, multiplicador
      *                 por dificultad y factor por modo de juego).
      *                 Cada puntaje grabado lleva la vigencia de la
      *                 regla que lo produjo, la dificultad y el modo,
      *                 y la bitacora de movimientos registra la
      *                 comida, el nivel y los niveles superados de
      *                 cada jugada para que la conciliacion rederive
      *                 la sesion. Sin SCORING.CFG, o sin regla
      *                 vigente, rige la regla anterior (regla 0).
      * 2026-10-15  DA  Registro de SCORES.DAT de 50 posiciones con el
      *                 codigo de sitio del gabinete que produjo el
      *                 puntaje, en blanco para las partidas de esta
      *                 maquina; DUELOS.DAT y SESSCAT.DAT llevan el
      *                 mismo codigo en su relleno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT SCORING-FILE ASSIGN TO "SCORING.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORING-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
      *    La regla de puntaje va al final del registro: SC-REGLA es
      *    la vigencia (AAAAMMDD) del juego de reglas de SCORING.CFG
      *    que produjo SC-PUNTAJE, o cero para la regla anterior de la
      *    columna final de la cabeza.
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
      *    El codigo de sitio es el gabinete que produjo el puntaje:
      *    en blanco para las partidas jugadas en esta maquina; lo
      *    completa la importacion central con el sitio del archivo
      *    de traspaso.
           05  SC-SITIO               PIC X(03).

       FD  PLAYERS-FILE.
       01  PL-RECORD.
           05  CK-INICIALES2          PIC X(03).
           05  CK-LARGO2              PIC 9(02).
           05  CK-SALTOS2             PIC 9(02).
           05  CK-NIVELES-SUP         PIC 9(02).

       FD  MOVELOG-FILE.
       01  ML-RECORD.
           05  ML-POS-Y               PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  ML-CONTADOR            PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  ML-SALTOS              PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  ML-NIVEL               PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  ML-NIVELES-SUP         PIC 9(02).
           05  FILLER                 PIC X(61).

       FD  SESSLOG-FILE.
       01  SL-RECORD.
           05  SL-POS-Y               PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  SL-CONTADOR            PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  SL-SALTOS              PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  SL-NIVEL               PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  SL-NIVELES-SUP         PIC 9(02).
           05  FILLER                 PIC X(43).

       FD  SESSCAT-FILE.
       01  CT-RECORD.
           05  CT-PUNTAJE             PIC 9(04).
           05  FILLER                 PIC X VALUE SPACE.
           05  CT-JUGADAS             PIC 9(05).
           05  FILLER                 PIC X VALUE SPACE.
           05  CT-REGLA               PIC 9(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  CT-DIFICULTAD          PIC X.
           05  CT-MODO                PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  CT-SITIO               PIC X(03).
           05  FILLER                 PIC X(36).

       FD  AUDIT-FILE.
       01  AU-RECORD.
           05  DU-GANADOR             PIC X(03).
           05  FILLER                 PIC X VALUE SPACE.
           05  DU-FECHA               PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  DU-SITIO               PIC X(03).
           05  FILLER                 PIC X(31).

       FD  SCORING-FILE.
       01  RG-RECORD                  PIC X(80).
       01  RG-CAMPOS REDEFINES RG-RECORD.
           05  RG-VIGENCIA            PIC 9(08).
           05  FILLER                 PIC X.
           05  RG-PUNTOS-COMIDA       PIC 9(03).
           05  FILLER                 PIC X.
           05  RG-BONO-NIVEL          PIC 9(04).
           05  FILLER                 PIC X.
           05  RG-MULT-FACIL          PIC 9(03).
           05  FILLER                 PIC X.
           05  RG-MULT-MEDIA          PIC 9(03).
           05  FILLER                 PIC X.
           05  RG-MULT-DIFICIL        PIC 9(03).
           05  FILLER                 PIC X.
           05  RG-FACTOR-UNO          PIC 9(03).
           05  FILLER                 PIC X.
           05  RG-FACTOR-DUELO        PIC 9(03).
           05  FILLER                 PIC X.
           05  RG-DESCRIPCION         PIC X(30).
           05  FILLER                 PIC X(12).

       WORKING-STORAGE SECTION.

      * Duelo: el jugador 2 come, crece y puntua por su cuenta. Su
      * cuerpo ocupa WS-SERPIENTE(51..99), cabeza en 51, largo en
      * WS-LARGO2 (tope 49 para no pisar al jugador 1). Su puntaje
      * sale, como el del jugador 1, de la regla de SCORING.CFG
      * aplicada a su propia comida. El resultado del duelo va a
      * DUELOS.DAT.
      *----------------------------------------------------------------
       01  WS-INICIALES2           PIC X(03) VALUE "BBB".
       01  WS-LARGO2               PIC 99 VALUE 2.
       01  WS-DUELO-TEXTO          PIC X(40).
       01  WS-DUELOS-STATUS        PIC XX.

      *----------------------------------------------------------------
      * Reglas de puntaje (SCORING.CFG): una linea por juego de reglas
      * con su fecha de vigencia. Al terminar la partida rige la de
      * mayor vigencia no posterior a la fecha del puntaje. Sin
      * archivo, o sin regla vigente, el puntaje sigue siendo la
      * columna final de la cabeza (regla 0). Los multiplicadores y
      * factores son porcentajes (100 = sin cambio).
      *----------------------------------------------------------------
       01  WS-SCORING-STATUS       PIC XX.
       01  WS-EOF-SCORING          PIC X VALUE "N".
       01  WS-PUNTAJE              PIC 9(04) VALUE ZERO.
       01  WS-NIVELES-SUPERADOS    PIC 99 VALUE ZERO.
       01  WS-FECHA-PUNTAJE        PIC 9(08) VALUE ZERO.
       01  WS-DIFICULTAD-LETRA     PIC X VALUE "M".
       01  WS-REGLA-VIGENCIA       PIC 9(08) VALUE ZERO.
       01  WS-REGLA-PUNTOS         PIC 9(03) VALUE ZERO.
       01  WS-REGLA-BONO           PIC 9(04) VALUE ZERO.
       01  WS-REGLA-MULT           PIC 9(03) VALUE ZERO.
       01  WS-REGLA-FACTOR         PIC 9(03) VALUE ZERO.
       01  WS-REGLA-BASE           PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * Tablero de ocupacion: una celda por posicion de pantalla con
      * la cantidad de ocupantes (segmentos de cualquier serpiente y
           05 BLANK SCREEN.
           05 LINE 05 COL 20 VALUE "==== FIN DE LA PARTIDA ====".
           05 LINE 07 COL 20 VALUE "PUNTAJE FINAL. . . .:".
           05 LINE 07 COL 42 PIC ZZZ9 FROM WS-PUNTAJE.
           05 LINE 08 COL 20 VALUE "COMIDA CONSUMIDA . .:".
           05 LINE 08 COL 42 PIC ZZZ9 FROM WS-SALTOS.
           05 LINE 09 COL 20 VALUE "MOVIMIENTOS. . . . .:".
                   END-IF
                   MOVE 1 TO WS-NIVEL-ACTUAL
                   MOVE ZERO TO WS-SALTOS-NIVEL
                   MOVE ZERO TO WS-NIVELES-SUPERADOS
                   PERFORM 050-CARGAR-NIVEL THRU 050-FIN
                   PERFORM 650-RECONSTRUIR-OCUPACION THRU 650-FIN
                   PERFORM 500-GENERAR-COMIDA THRU 500-FIN
               IF NOT FIN-JUEGO
                   DISPLAY SS-O LINE WS-Y COL WS-CONTADOR
                   ACCEPT WS-MOVIMIENTO LINE 1 COL 1 TIME WS-VELOCIDAD
                   PERFORM 400-CUERPO-SERPIENTE THRU 400-FIN
                   PERFORM 900-REGISTRAR-MOVIMIENTO THRU 900-FIN

                   IF WS-MOVIMIENTO = 'P' OR 'p'
                       PERFORM 700-GUARDAR-CHECKPOINT THRU 700-FIN
           IF WS-PAUSADO NOT = "S" AND WS-CIERRE-HECHO NOT = "S"
               MOVE "S" TO WS-CIERRE-HECHO
               IF WS-MODO-JUGADORES = "2"
      *            El ganador del duelo sigue siendo el sobreviviente:
      *            WS-CABEZA-IDX nombra la cabeza que choco.
                   IF WS-CABEZA-IDX = 51
                       MOVE WS-INICIALES TO WS-GANADOR
                   ELSE
                       MOVE WS-INICIALES2 TO WS-GANADOR
                   END-IF
               END-IF
               PERFORM 890-CALCULAR-PUNTAJES THRU 890-FIN
               PERFORM 870-EVALUAR-LOGROS THRU 870-FIN
               DISPLAY SS-RESUMEN
               PERFORM 885-RESULTADO-FANTASMA THRU 885-FIN
           IF NOT FIN-JUEGO
               DISPLAY SS-O LINE WS-Y COL WS-CONTADOR
               ACCEPT WS-MOVIMIENTO LINE 1 COL 1 TIME WS-VELOCIDAD
               PERFORM 400-CUERPO-SERPIENTE THRU 400-FIN
               PERFORM 900-REGISTRAR-MOVIMIENTO THRU 900-FIN

               IF WS-MOVIMIENTO = 'P' OR 'p'
                   PERFORM 700-GUARDAR-CHECKPOINT THRU 700-FIN
           IF NOT FIN-JUEGO
               DISPLAY SS-O LINE WS-Y COL WS-CONTADOR
               ACCEPT WS-MOVIMIENTO LINE 1 COL 1 TIME WS-VELOCIDAD
               PERFORM 400-CUERPO-SERPIENTE THRU 400-FIN
               PERFORM 900-REGISTRAR-MOVIMIENTO THRU 900-FIN

               IF WS-MOVIMIENTO = 'P' OR 'p'
                   PERFORM 700-GUARDAR-CHECKPOINT THRU 700-FIN
           IF NOT FIN-JUEGO
               DISPLAY SS-O LINE WS-Y COL WS-CONTADOR
               ACCEPT WS-MOVIMIENTO LINE 1 COL 1 TIME WS-VELOCIDAD
               PERFORM 400-CUERPO-SERPIENTE THRU 400-FIN
               PERFORM 900-REGISTRAR-MOVIMIENTO THRU 900-FIN

               IF WS-MOVIMIENTO = 'P' OR 'p'
                   PERFORM 700-GUARDAR-CHECKPOINT THRU 700-FIN
      * 055-AVANZAR-NIVEL  --  the per-level food target was reached:
      * promote to the next map. When there is no next map the current
      * one stays and the target is cleared so the game just keeps
      * going. Either way the level counts as cleared for the score.
      *----------------------------------------------------------------
       055-AVANZAR-NIVEL.

           ADD 1 TO WS-NIVELES-SUPERADOS.
           ADD 1 TO WS-NIVEL-ACTUAL.
           MOVE ZERO TO WS-SALTOS-NIVEL.
           PERFORM 050-CARGAR-NIVEL THRU 050-FIN.
               MOVE CK-LARGO2  TO WS-LARGO2
               MOVE CK-SALTOS2 TO WS-SALTOS2
           END-IF.
           IF CK-NIVELES-SUP IS NUMERIC
               MOVE CK-NIVELES-SUP TO WS-NIVELES-SUPERADOS
           ELSE
               MOVE ZERO TO WS-NIVELES-SUPERADOS
           END-IF.
           PERFORM 028-FIJAR-LARGO-MAXIMO THRU 028-FIN.
           PERFORM 050-CARGAR-NIVEL THRU 050-FIN.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 100
           MOVE WS-INICIALES2     TO CK-INICIALES2.
           MOVE WS-LARGO2         TO CK-LARGO2.
           MOVE WS-SALTOS2        TO CK-SALTOS2.
           MOVE WS-NIVELES-SUPERADOS TO CK-NIVELES-SUP.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 100
               MOVE WS-CUADRO(WS-SUB) TO CK-S-CUADRO(WS-SUB)
               MOVE WS-POS-X(WS-SUB)  TO CK-S-POS-X(WS-SUB)

      *----------------------------------------------------------------
      * 800-GRABAR-PUNTAJE  --  append the result of this run (player
      * initials, WS-PUNTAJE, date/time) to SCORES.DAT.
      *----------------------------------------------------------------
       800-GRABAR-PUNTAJE.

           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS  FROM TIME.

      *     La regla se eligio con la fecha del fin de la partida; si
      *     entretanto paso la medianoche, rige la del dia grabado.
           IF WS-FECHA-SIS NOT = WS-FECHA-PUNTAJE
               MOVE WS-FECHA-SIS TO WS-FECHA-PUNTAJE
               PERFORM 892-APLICAR-REGLA THRU 892-FIN
           END-IF.

           OPEN I-O SCORES-FILE.
           IF WS-SCORES-STATUS = "35"
               CLOSE SCORES-FILE
           MOVE WS-FECHA-SIS         TO SC-TIMESTAMP(1:8)
           MOVE WS-HORA-SIS(1:6)     TO SC-TIMESTAMP(9:6)
           MOVE WS-INICIALES         TO SC-INICIALES
           MOVE WS-PUNTAJE           TO SC-PUNTAJE
           MOVE WS-FECHA-SIS         TO SC-FECHA
           MOVE WS-HORA-SIS          TO SC-HORA
           MOVE WS-REGLA-VIGENCIA    TO SC-REGLA
           MOVE WS-DIFICULTAD-LETRA  TO SC-DIFICULTAD
           MOVE WS-MODO-JUGADORES    TO SC-MODO
           MOVE SPACES               TO SC-SITIO

           MOVE "N" TO WS-PUNTAJE-GRABADO.
           PERFORM UNTIL WS-PUNTAJE-GRABADO = "S"
           MOVE WS-PUNTAJE2          TO SC-PUNTAJE
           MOVE WS-FECHA-SIS         TO SC-FECHA
           MOVE WS-HORA-SIS          TO SC-HORA
           MOVE WS-REGLA-VIGENCIA    TO SC-REGLA
           MOVE WS-DIFICULTAD-LETRA  TO SC-DIFICULTAD
           MOVE WS-MODO-JUGADORES    TO SC-MODO
           MOVE SPACES               TO SC-SITIO

           MOVE "N" TO WS-PUNTAJE-GRABADO.
           PERFORM UNTIL WS-PUNTAJE-GRABADO = "S"
           MOVE SPACES TO DU-RECORD.
           MOVE WS-SESION-TIMESTAMP TO DU-TIMESTAMP.
           MOVE WS-INICIALES        TO DU-INICIALES-A.
           MOVE WS-PUNTAJE          TO DU-PUNTAJE-A.
           MOVE WS-INICIALES2       TO DU-INICIALES-B.
           MOVE WS-PUNTAJE2         TO DU-PUNTAJE-B.
           MOVE WS-GANADOR          TO DU-GANADOR.
                       MOVE ML-POS-X            TO SL-POS-X
                       MOVE ML-POS-Y            TO SL-POS-Y
                       MOVE ML-CONTADOR         TO SL-CONTADOR
                       MOVE ML-SALTOS           TO SL-SALTOS
                       MOVE ML-NIVEL            TO SL-NIVEL
                       MOVE ML-NIVELES-SUP      TO SL-NIVELES-SUP
                       WRITE SL-RECORD
               END-READ
           END-PERFORM.
           MOVE SPACES TO CT-RECORD.
           MOVE WS-SESION-TIMESTAMP TO CT-TIMESTAMP.
           MOVE WS-INICIALES        TO CT-INICIALES.
           MOVE WS-PUNTAJE          TO CT-PUNTAJE.
           MOVE WS-JUGADAS          TO CT-JUGADAS.
           MOVE WS-REGLA-VIGENCIA   TO CT-REGLA.
           MOVE WS-DIFICULTAD-LETRA TO CT-DIFICULTAD.
           MOVE WS-MODO-JUGADORES   TO CT-MODO.
           WRITE CT-RECORD.
           CLOSE SESSCAT-FILE.

           END-IF.

           MOVE SPACES TO WS-FANTASMA-TEXTO.
           IF WS-PUNTAJE > WS-FANTASMA-PUNTAJE
               STRING "VENCIO AL FANTASMA " WS-FA-INICIALES
                   " (" WS-FANTASMA-PUNTAJE ")"
                   DELIMITED BY SIZE INTO WS-FANTASMA-TEXTO
           ELSE IF WS-PUNTAJE = WS-FANTASMA-PUNTAJE
               STRING "EMPATO CON EL FANTASMA " WS-FA-INICIALES
                   DELIMITED BY SIZE INTO WS-FANTASMA-TEXTO
           ELSE
           END-IF.

           MOVE SPACES TO WS-DUELO-TEXTO.
           STRING "DUELO " WS-INICIALES " " WS-PUNTAJE
               " VS " WS-INICIALES2 " " WS-PUNTAJE2
               " GANA " WS-GANADOR
               DELIMITED BY SIZE INTO WS-DUELO-TEXTO.

       886-FIN. EXIT.

      *----------------------------------------------------------------
      * 890-CALCULAR-PUNTAJES  --  the session's final score(s) under
      * the SCORING.CFG rule set in force today.
      *----------------------------------------------------------------
       890-CALCULAR-PUNTAJES.

           ACCEPT WS-FECHA-PUNTAJE FROM DATE YYYYMMDD.
           PERFORM 892-APLICAR-REGLA THRU 892-FIN.

       890-FIN. EXIT.

      *----------------------------------------------------------------
      * 892-APLICAR-REGLA  --  score = (food eaten x points per food
      * + levels cleared x level bonus) x difficulty multiplier x
      * game-mode factor, both in percent, rounded and capped at 9999.
      * In a duel each player scores their own food; the levels are
      * cleared by both. Without a rule set in force for
      * WS-FECHA-PUNTAJE the old rule stands - the column the head
      * ended on - and the score carries rule 0.
      *----------------------------------------------------------------
       892-APLICAR-REGLA.

           IF WS-VELOCIDAD = 3
               MOVE "F" TO WS-DIFICULTAD-LETRA
           ELSE IF WS-VELOCIDAD = 1
               MOVE "D" TO WS-DIFICULTAD-LETRA
           ELSE
               MOVE "M" TO WS-DIFICULTAD-LETRA
           END-IF.

           PERFORM 895-CARGAR-REGLA THRU 895-FIN.

           IF WS-REGLA-VIGENCIA = ZERO
               MOVE WS-CONTADOR TO WS-PUNTAJE
               IF WS-MODO-JUGADORES = "2"
                   MOVE WS-POS-X(51) TO WS-PUNTAJE2
               END-IF
               GO TO 892-FIN
           END-IF.

           COMPUTE WS-REGLA-BASE = WS-SALTOS * WS-REGLA-PUNTOS
               + WS-NIVELES-SUPERADOS * WS-REGLA-BONO.
           COMPUTE WS-PUNTAJE ROUNDED =
               WS-REGLA-BASE * WS-REGLA-MULT * WS-REGLA-FACTOR / 10000
               ON SIZE ERROR
                   MOVE 9999 TO WS-PUNTAJE
           END-COMPUTE.

           IF WS-MODO-JUGADORES = "2"
               COMPUTE WS-REGLA-BASE = WS-SALTOS2 * WS-REGLA-PUNTOS
                   + WS-NIVELES-SUPERADOS * WS-REGLA-BONO
               COMPUTE WS-PUNTAJE2 ROUNDED =
                   WS-REGLA-BASE * WS-REGLA-MULT * WS-REGLA-FACTOR
                   / 10000
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PUNTAJE2
               END-COMPUTE
           END-IF.

       892-FIN. EXIT.

      *----------------------------------------------------------------
      * 895-CARGAR-REGLA  --  walk SCORING.CFG and keep the rule set
      * with the latest effective date not after WS-FECHA-PUNTAJE.
      * Lines with non-numeric figures are skipped (Prevalida reports
      * them). WS-REGLA-VIGENCIA stays zero when none applies.
      *----------------------------------------------------------------
       895-CARGAR-REGLA.

           MOVE ZERO TO WS-REGLA-VIGENCIA.
           MOVE "N" TO WS-EOF-SCORING.
           OPEN INPUT SCORING-FILE.
           IF WS-SCORING-STATUS NOT = "00"
               GO TO 895-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-SCORING = "S"
               READ SCORING-FILE
                   AT END
                       MOVE "S" TO WS-EOF-SCORING
                   NOT AT END
                       IF RG-VIGENCIA IS NUMERIC
                        AND RG-PUNTOS-COMIDA IS NUMERIC
                        AND RG-BONO-NIVEL IS NUMERIC
                        AND RG-MULT-FACIL IS NUMERIC
                        AND RG-MULT-MEDIA IS NUMERIC
                        AND RG-MULT-DIFICIL IS NUMERIC
                        AND RG-FACTOR-UNO IS NUMERIC
                        AND RG-FACTOR-DUELO IS NUMERIC
                        AND RG-VIGENCIA NOT > WS-FECHA-PUNTAJE
                        AND RG-VIGENCIA > WS-REGLA-VIGENCIA
                           PERFORM 896-TOMAR-REGLA THRU 896-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORING-FILE.

       895-FIN. EXIT.

      *----------------------------------------------------------------
      * 896-TOMAR-REGLA  --  keep the rule set on RG-RECORD, with the
      * multiplier of this session's difficulty and the factor of its
      * game mode.
      *----------------------------------------------------------------
       896-TOMAR-REGLA.

           MOVE RG-VIGENCIA      TO WS-REGLA-VIGENCIA.
           MOVE RG-PUNTOS-COMIDA TO WS-REGLA-PUNTOS.
           MOVE RG-BONO-NIVEL    TO WS-REGLA-BONO.

           IF WS-DIFICULTAD-LETRA = "F"
               MOVE RG-MULT-FACIL   TO WS-REGLA-MULT
           ELSE IF WS-DIFICULTAD-LETRA = "D"
               MOVE RG-MULT-DIFICIL TO WS-REGLA-MULT
           ELSE
               MOVE RG-MULT-MEDIA   TO WS-REGLA-MULT
           END-IF.

           IF WS-MODO-JUGADORES = "2"
               MOVE RG-FACTOR-DUELO TO WS-REGLA-FACTOR
           ELSE
               MOVE RG-FACTOR-UNO   TO WS-REGLA-FACTOR
           END-IF.

       896-FIN. EXIT.

      *----------------------------------------------------------------
      * 850-ACTUALIZAR-JUGADOR  --  after a finished (not paused) game,
      * bump the profile's games-played counter and its lifetime best
                   MOVE PL-PARTIDAS TO WS-AU-ANTES(1:5)
                   MOVE PL-MEJOR-PUNTAJE TO WS-AU-ANTES(7:4)
                   ADD 1 TO PL-PARTIDAS
                   IF WS-PUNTAJE > PL-MEJOR-PUNTAJE
                       MOVE WS-PUNTAJE TO PL-MEJOR-PUNTAJE
                   END-IF
                   REWRITE PL-RECORD
                   IF WS-PLAYERS-STATUS = "00"
      *----------------------------------------------------------------
      * 900-REGISTRAR-MOVIMIENTO  --  append one line to MOVELOG.DAT
      * for every accepted keystroke, so a run can be replayed later.
      * It is written once the body has moved, so the food, level and
      * levels-cleared counters on the line already include whatever
      * this move ate: the reconciliation re-derives the score from
      * the last line of the session.
      *----------------------------------------------------------------
       900-REGISTRAR-MOVIMIENTO.

           MOVE WS-POS-X(1)    TO ML-POS-X.
           MOVE WS-POS-Y(1)    TO ML-POS-Y.
           MOVE WS-CONTADOR    TO ML-CONTADOR.
           MOVE WS-SALTOS      TO ML-SALTOS.
           MOVE WS-NIVEL-ACTUAL TO ML-NIVEL.
           MOVE WS-NIVELES-SUPERADOS TO ML-NIVELES-SUP.
           WRITE ML-RECORD.
           ADD 1 TO WS-JUGADAS.

