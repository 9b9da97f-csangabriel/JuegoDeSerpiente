      *                 VERIFICA exige el paso DEPURA completo en el
      *                 dia, rechaza una corrida propia ya completa y
      *                 registra su inicio y su fin.
      * 2026-10-15  DA  Cada sesion se rederiva con el juego de reglas
      *                 de SCORING.CFG vigente a la SC-FECHA de su
      *                 puntaje, que debe ser la SC-REGLA grabada:
      *                 comida y niveles superados salen de la ultima
      *                 jugada de la bitacora, que ademas se controla
      *                 jugada a jugada. Los puntajes con regla 0 se
      *                 siguen conciliando por la columna final de la
      *                 cabeza. El informe muestra la regla de cada
      *                 sesion.
      * 2026-10-15  DA  Registro de SCORES.DAT de 50 posiciones con el
      *                 codigo de sitio del gabinete que produjo el
      *                 puntaje.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-VERIFICA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SCORING-FILE ASSIGN TO "SCORING.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORING-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  ML-POS-Y               PIC 9(02).
           05  FILLER                 PIC X.
           05  ML-CONTADOR            PIC 9(02).
           05  FILLER                 PIC X.
           05  ML-SALTOS              PIC X(02).
           05  FILLER                 PIC X.
           05  ML-NIVEL               PIC X(02).
           05  FILLER                 PIC X.
           05  ML-NIVELES-SUP         PIC X(02).
           05  FILLER                 PIC X(61).

       FD  SESSLOG-FILE.
       01  SL-RECORD.
           05  SL-POS-Y               PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-CONTADOR            PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-SALTOS              PIC X(02).
           05  FILLER                 PIC X.
           05  SL-NIVEL               PIC X(02).
           05  FILLER                 PIC X.
           05  SL-NIVELES-SUP         PIC X(02).
           05  FILLER                 PIC X(43).

       FD  SCORES-FILE.
       01  SC-RECORD.
           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
           05  SC-SITIO               PIC X(03).

       FD  CONFIG-FILE.
       01  CFG-RECORD                 PIC X(80).
           05  RC-ESTADO              PIC X.
           05  FILLER                 PIC X(54).

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

       01  WS-MOVELOG-STATUS          PIC XX.
       01  WS-TECLA-TICK              PIC X.
       01  WS-CONTADOR-TICK           PIC 9(02).

      *----------------------------------------------------------------
      * Rederivacion del puntaje por reglas: cada jugada registra la
      * comida y los niveles superados ya acumulados; la comida solo
      * puede crecer de a una por jugada y los niveles de a dos como
      * mucho (ambos jugadores de un duelo). Una sesion grabada antes
      * de las reglas no trae esos campos (WS-CON-CONTADORES = "N").
      *----------------------------------------------------------------
       01  WS-SALTOS-TICK             PIC X(02).
       01  WS-SALTOS-TICK-NUM REDEFINES WS-SALTOS-TICK
                                      PIC 9(02).
       01  WS-NIVELES-TICK            PIC X(02).
       01  WS-NIVELES-TICK-NUM REDEFINES WS-NIVELES-TICK
                                      PIC 9(02).
       01  WS-SALTOS-CALC             PIC 9(02) VALUE ZERO.
       01  WS-NIVELES-CALC            PIC 9(02) VALUE ZERO.
       01  WS-CON-CONTADORES          PIC X VALUE "S".

      *----------------------------------------------------------------
      * Juegos de reglas de SCORING.CFG, cargados una vez: cada
      * puntaje se rederiva con el de mayor vigencia no posterior a
      * su SC-FECHA, y esa vigencia debe ser la SC-REGLA grabada.
      *----------------------------------------------------------------
       01  WS-SCORING-STATUS          PIC XX.
       01  WS-EOF-SCORING             PIC X VALUE "N".
       01  WS-REGLAS-CONTADOR         PIC 99 VALUE ZERO.
       01  WS-REGLA-SUB               PIC 99 COMP.
       01  WS-REGLA-HALLADA           PIC 99 COMP.
       01  WS-REGLAS-TABLA.
           05  WS-REGLA OCCURS 20 TIMES.
               10  WS-RG-VIGENCIA     PIC 9(08).
               10  WS-RG-PUNTOS       PIC 9(03).
               10  WS-RG-BONO         PIC 9(04).
               10  WS-RG-MULT-FACIL   PIC 9(03).
               10  WS-RG-MULT-MEDIA   PIC 9(03).
               10  WS-RG-MULT-DIFICIL PIC 9(03).
               10  WS-RG-FACTOR-UNO   PIC 9(03).
               10  WS-RG-FACTOR-DUELO PIC 9(03).
       01  WS-REGLA-MULT              PIC 9(03).
       01  WS-REGLA-FACTOR            PIC 9(03).
       01  WS-REGLA-BASE              PIC 9(07).
       01  WS-PUNTAJE-CALC            PIC 9(04) VALUE ZERO.
       01  WS-COINCIDE                PIC X VALUE "N".
       01  WS-MOTIVO                  PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------
      * Sesion en curso al recorrer SESSLOG.DAT (los registros de una
      * misma sesion quedan contiguos al archivarse en bloque).
       01  WS-ULT-TIMESTAMP           PIC 9(14) VALUE ZERO.
       01  WS-ULT-INICIALES           PIC X(03) VALUE SPACES.
       01  WS-ULT-PUNTAJE             PIC 9(04) VALUE ZERO.
       01  WS-ULT-FECHA               PIC 9(08) VALUE ZERO.
       01  WS-ULT-REGLA               PIC 9(08) VALUE ZERO.
       01  WS-ULT-DIFICULTAD          PIC X VALUE SPACE.
       01  WS-ULT-MODO                PIC X VALUE SPACE.
       01  WS-SCORE-HALLADO           PIC X VALUE "N".

       01  WS-LINEA-RESULTADO.
           05  WS-RES-GRABADO         PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE " JUGADAS".
           05  WS-RES-JUGADAS         PIC ZZZZ9.
           05  FILLER                 PIC X(07) VALUE " REGLA ".
           05  WS-RES-REGLA           PIC 9(08).
           05  FILLER                 PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.

           END-IF.

           PERFORM 100-CARGAR-CONFIGURACION THRU 100-FIN.
           PERFORM 120-CARGAR-REGLAS THRU 120-FIN.

           OPEN INPUT SESSLOG-FILE.
           IF WS-SESSLOG-STATUS = "00"
           END-IF.

           MOVE WS-X-INICIAL TO WS-CONTADOR-CALC.
           MOVE ZERO TO WS-SALTOS-CALC.
           MOVE ZERO TO WS-NIVELES-CALC.
           MOVE "S" TO WS-CON-CONTADORES.
           PERFORM 200-RECALCULAR-MOVIMIENTO THRU 200-FIN
               UNTIL EOF-MOVELOG.
           CLOSE MOVELOG-FILE.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 120-CARGAR-REGLAS  --  load every rule set on SCORING.CFG
      * into the table. Lines with non-numeric figures are skipped,
      * exactly as the game skips them.
      *----------------------------------------------------------------
       120-CARGAR-REGLAS.

           MOVE ZERO TO WS-REGLAS-CONTADOR.
           OPEN INPUT SCORING-FILE.
           IF WS-SCORING-STATUS NOT = "00"
               GO TO 120-FIN
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
                        AND WS-REGLAS-CONTADOR < 20
                           ADD 1 TO WS-REGLAS-CONTADOR
                           MOVE RG-VIGENCIA
                             TO WS-RG-VIGENCIA(WS-REGLAS-CONTADOR)
                           MOVE RG-PUNTOS-COMIDA
                             TO WS-RG-PUNTOS(WS-REGLAS-CONTADOR)
                           MOVE RG-BONO-NIVEL
                             TO WS-RG-BONO(WS-REGLAS-CONTADOR)
                           MOVE RG-MULT-FACIL
                             TO WS-RG-MULT-FACIL(WS-REGLAS-CONTADOR)
                           MOVE RG-MULT-MEDIA
                             TO WS-RG-MULT-MEDIA(WS-REGLAS-CONTADOR)
                           MOVE RG-MULT-DIFICIL
                             TO WS-RG-MULT-DIFICIL(WS-REGLAS-CONTADOR)
                           MOVE RG-FACTOR-UNO
                             TO WS-RG-FACTOR-UNO(WS-REGLAS-CONTADOR)
                           MOVE RG-FACTOR-DUELO
                             TO WS-RG-FACTOR-DUELO(WS-REGLAS-CONTADOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORING-FILE.

       120-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-RECALCULAR-MOVIMIENTO  --  one logged tick: apply the
      * active direction's counter delta, check the logged counter

           MOVE ML-TECLA    TO WS-TECLA-TICK.
           MOVE ML-CONTADOR TO WS-CONTADOR-TICK.
           MOVE ML-SALTOS   TO WS-SALTOS-TICK.
           MOVE ML-NIVELES-SUP TO WS-NIVELES-TICK.
           PERFORM 250-APLICAR-TICK THRU 250-FIN.

       200-FIN. EXIT.
      * WS-CONTADOR-TICK. A key that would reverse 180 degrees is
      * ignored, exactly as the game's movement loops ignore it (no
      * J branch while moving right, no L while left, no I while
      * down, no K while up). The food and levels-cleared totals the
      * tick carries may only grow by what one move can eat.
      *----------------------------------------------------------------
       250-APLICAR-TICK.

               MOVE WS-CONTADOR-TICK TO WS-CONTADOR-CALC
           END-IF.

           IF WS-SALTOS-TICK IS NUMERIC AND WS-NIVELES-TICK IS NUMERIC
               IF WS-SALTOS-TICK-NUM < WS-SALTOS-CALC
                OR WS-SALTOS-TICK-NUM > WS-SALTOS-CALC + 1
                OR WS-NIVELES-TICK-NUM < WS-NIVELES-CALC
                OR WS-NIVELES-TICK-NUM > WS-NIVELES-CALC + 2
                   ADD 1 TO WS-INCONSISTENCIAS
               END-IF
               MOVE WS-SALTOS-TICK-NUM  TO WS-SALTOS-CALC
               MOVE WS-NIVELES-TICK-NUM TO WS-NIVELES-CALC
           ELSE
               MOVE "N" TO WS-CON-CONTADORES
           END-IF.

           IF WS-TECLA-TICK = "I" OR "i"
               IF WS-DIR NOT = "A"
                   MOVE "R" TO WS-DIR
                           MOVE SC-INICIALES TO WS-ULT-INICIALES
                           MOVE SC-PUNTAJE   TO WS-ULT-PUNTAJE
                           MOVE "S"          TO WS-SCORE-HALLADO
                           PERFORM 565-TOMAR-REGLA-SCORE THRU 565-FIN
                       END-IF
               END-READ
           END-PERFORM.
               WRITE RP-LINEA
               DISPLAY RP-LINEA
           ELSE
               PERFORM 570-EVALUAR-PUNTAJE THRU 570-FIN
               IF WS-COINCIDE = "S"
                   MOVE "MATCH    " TO WS-RES-ESTADO
               ELSE
                   MOVE "MISMATCH " TO WS-RES-ESTADO
               END-IF
               MOVE WS-ULT-INICIALES  TO WS-RES-INICIALES
               MOVE WS-PUNTAJE-CALC   TO WS-RES-CALCULADO
               MOVE WS-ULT-PUNTAJE    TO WS-RES-GRABADO
               MOVE WS-JUGADAS-CALC   TO WS-RES-JUGADAS
               MOVE WS-ULT-REGLA      TO WS-RES-REGLA
               MOVE WS-LINEA-RESULTADO TO RP-LINEA
               WRITE RP-LINEA
               DISPLAY RP-LINEA
               IF WS-MOTIVO NOT = SPACES
                   MOVE WS-MOTIVO TO RP-LINEA
                   WRITE RP-LINEA
                   DISPLAY RP-LINEA
               END-IF
               IF WS-INCONSISTENCIAS > ZERO
                   MOVE SPACES TO RP-LINEA
                   STRING "TICKS INCONSISTENTES EN LA BITACORA: "
                               MOVE WS-X-INICIAL TO WS-CONTADOR-CALC
                               MOVE ZERO TO WS-JUGADAS-CALC
                               MOVE ZERO TO WS-INCONSISTENCIAS
                               MOVE ZERO TO WS-SALTOS-CALC
                               MOVE ZERO TO WS-NIVELES-CALC
                               MOVE "S" TO WS-CON-CONTADORES
                           END-IF
                           MOVE SL-TECLA    TO WS-TECLA-TICK
                           MOVE SL-CONTADOR TO WS-CONTADOR-TICK
                           MOVE SL-SALTOS   TO WS-SALTOS-TICK
                           MOVE SL-NIVELES-SUP TO WS-NIVELES-TICK
                           PERFORM 250-APLICAR-TICK THRU 250-FIN
                       END-IF
               END-READ
      *----------------------------------------------------------------
      * 550-CONCILIAR-SESION  --  one finished session: apply the
      * unlogged fatal displacement, fetch the session's score record
      * by key (the session timestamp IS the SC-CLAVE the game wrote),
      * re-derive the score under the rule set it names and print the
      * MATCH/MISMATCH line.
      *----------------------------------------------------------------
       550-CONCILIAR-SESION.

               GO TO 550-FIN
           END-IF.

           MOVE SC-PUNTAJE TO WS-ULT-PUNTAJE.
           PERFORM 565-TOMAR-REGLA-SCORE THRU 565-FIN.
           PERFORM 570-EVALUAR-PUNTAJE THRU 570-FIN.
           IF WS-COINCIDE = "S"
               MOVE "MATCH    " TO WS-RES-ESTADO
           ELSE
               MOVE "MISMATCH " TO WS-RES-ESTADO
           END-IF.
           MOVE WS-SA-INICIALES   TO WS-RES-INICIALES.
           MOVE WS-PUNTAJE-CALC   TO WS-RES-CALCULADO.
           MOVE SC-PUNTAJE        TO WS-RES-GRABADO.
           MOVE WS-JUGADAS-CALC   TO WS-RES-JUGADAS.
           MOVE WS-ULT-REGLA      TO WS-RES-REGLA.
           MOVE WS-LINEA-RESULTADO TO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.

           IF WS-MOTIVO NOT = SPACES
               MOVE WS-MOTIVO TO RP-LINEA
               WRITE RP-LINEA
               DISPLAY RP-LINEA
           END-IF.

           IF WS-INCONSISTENCIAS > ZERO
               MOVE SPACES TO RP-LINEA
               STRING "TICKS INCONSISTENTES EN LA SESION: "

       550-FIN. EXIT.

      *----------------------------------------------------------------
      * 565-TOMAR-REGLA-SCORE  --  keep from the SC-RECORD just read
      * what the re-derivation needs: its date, the rule it names,
      * the difficulty and the game mode. A rule that is not numeric
      * is taken as rule 0.
      *----------------------------------------------------------------
       565-TOMAR-REGLA-SCORE.

           IF SC-FECHA IS NUMERIC
               MOVE SC-FECHA TO WS-ULT-FECHA
           ELSE
               MOVE ZERO     TO WS-ULT-FECHA
           END-IF.
           IF SC-REGLA IS NUMERIC
               MOVE SC-REGLA TO WS-ULT-REGLA
           ELSE
               MOVE ZERO     TO WS-ULT-REGLA
           END-IF.
           MOVE SC-DIFICULTAD TO WS-ULT-DIFICULTAD.
           MOVE SC-MODO       TO WS-ULT-MODO.

       565-FIN. EXIT.

      *----------------------------------------------------------------
      * 570-EVALUAR-PUNTAJE  --  re-derive the session's score and
      * decide MATCH (WS-COINCIDE = "S"). Rule 0 is the old rule: the
      * column the head ended on, with or without the unlogged fatal
      * displacement. Any other rule must be the SCORING.CFG set in
      * force on the score's date; the score is then re-derived from
      * the food and levels-cleared totals on the session's last
      * logged move. WS-MOTIVO explains a mismatch the figures alone
      * do not.
      *----------------------------------------------------------------
       570-EVALUAR-PUNTAJE.

           MOVE "N"    TO WS-COINCIDE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO   TO WS-PUNTAJE-CALC.

           IF WS-ULT-REGLA = ZERO
               IF WS-CONTADOR-SIN = WS-ULT-PUNTAJE
                   MOVE WS-CONTADOR-SIN  TO WS-PUNTAJE-CALC
               ELSE
                   MOVE WS-CONTADOR-CALC TO WS-PUNTAJE-CALC
               END-IF
               IF WS-PUNTAJE-CALC = WS-ULT-PUNTAJE
                AND WS-INCONSISTENCIAS = ZERO
                   MOVE "S" TO WS-COINCIDE
               END-IF
               GO TO 570-FIN
           END-IF.

           PERFORM 580-UBICAR-REGLA THRU 580-FIN.
           IF WS-REGLA-HALLADA = ZERO
               MOVE "REGLA GRABADA SIN VIGENCIA EN SCORING.CFG"
                   TO WS-MOTIVO
               GO TO 570-FIN
           END-IF.
           IF WS-RG-VIGENCIA(WS-REGLA-HALLADA) NOT = WS-ULT-REGLA
               MOVE SPACES TO WS-MOTIVO
               STRING "REGLA VIGENTE A LA FECHA: "
                   WS-RG-VIGENCIA(WS-REGLA-HALLADA)
                   DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO 570-FIN
           END-IF.
           IF WS-CON-CONTADORES NOT = "S"
               MOVE "BITACORA SIN COMIDA NI NIVELES POR JUGADA"
                   TO WS-MOTIVO
               GO TO 570-FIN
           END-IF.

           IF WS-ULT-DIFICULTAD = "F"
               MOVE WS-RG-MULT-FACIL(WS-REGLA-HALLADA)
                   TO WS-REGLA-MULT
           ELSE IF WS-ULT-DIFICULTAD = "D"
               MOVE WS-RG-MULT-DIFICIL(WS-REGLA-HALLADA)
                   TO WS-REGLA-MULT
           ELSE
               MOVE WS-RG-MULT-MEDIA(WS-REGLA-HALLADA)
                   TO WS-REGLA-MULT
           END-IF.
           IF WS-ULT-MODO = "2"
               MOVE WS-RG-FACTOR-DUELO(WS-REGLA-HALLADA)
                   TO WS-REGLA-FACTOR
           ELSE
               MOVE WS-RG-FACTOR-UNO(WS-REGLA-HALLADA)
                   TO WS-REGLA-FACTOR
           END-IF.

           COMPUTE WS-REGLA-BASE =
               WS-SALTOS-CALC * WS-RG-PUNTOS(WS-REGLA-HALLADA)
               + WS-NIVELES-CALC * WS-RG-BONO(WS-REGLA-HALLADA).
           COMPUTE WS-PUNTAJE-CALC ROUNDED =
               WS-REGLA-BASE * WS-REGLA-MULT * WS-REGLA-FACTOR / 10000
               ON SIZE ERROR
                   MOVE 9999 TO WS-PUNTAJE-CALC
           END-COMPUTE.

           IF WS-PUNTAJE-CALC = WS-ULT-PUNTAJE
            AND WS-INCONSISTENCIAS = ZERO
               MOVE "S" TO WS-COINCIDE
           END-IF.

       570-FIN. EXIT.

      *----------------------------------------------------------------
      * 580-UBICAR-REGLA  --  the rule set in force on WS-ULT-FECHA:
      * the latest effective date not after it. WS-REGLA-HALLADA = 0
      * when none was in force yet.
      *----------------------------------------------------------------
       580-UBICAR-REGLA.

           MOVE ZERO TO WS-REGLA-HALLADA.
           PERFORM VARYING WS-REGLA-SUB FROM 1 BY 1
                   UNTIL WS-REGLA-SUB > WS-REGLAS-CONTADOR
               IF WS-RG-VIGENCIA(WS-REGLA-SUB) NOT > WS-ULT-FECHA
                   IF WS-REGLA-HALLADA = ZERO
                       MOVE WS-REGLA-SUB TO WS-REGLA-HALLADA
                   ELSE IF WS-RG-VIGENCIA(WS-REGLA-SUB)
                       > WS-RG-VIGENCIA(WS-REGLA-HALLADA)
                       MOVE WS-REGLA-SUB TO WS-REGLA-HALLADA
                   END-IF
               END-IF
           END-PERFORM.

       580-FIN. EXIT.

      *----------------------------------------------------------------
      * 900-CONTROL-INICIO  --  the run-control gate: VERIFICA only
      * runs after DEPURA completed today, a run already completed
