      *             de fechas, desde no posterior a hasta, rondas sin
      *             solape, nadie enfrentado consigo mismo, ambas
      *             iniciales en PLAYERS.DAT y activas) y BOARD.CFG
      *             (rangos de la consola) y SCORING.CFG (cifras
      *             numericas, vigencias en orden estricto, factores
      *             no nulos). Emite PREVALIDA.RPT con un veredicto
      *             claro por archivo.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-09-01  DA  Programa inicial de prevalidacion.
      * 2026-10-15  DA  Validacion de SCORING.CFG: cifras numericas,
      *                 vigencias estrictamente ascendentes y
      *                 multiplicadores y factores de modo no nulos, con
      *                 su linea de veredicto.
      * 2026-10-15  DA  LIGASCHED.DAT lleva el numero de temporada: debe
      *                 ser numerico (o en blanco en un calendario
      *                 anterior) e igual en todas las lineas; nadie
      *                 puede jugar dos partidos de la misma ronda;
      *                 calendario de hasta 500 partidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-PREVALIDA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT SCORING-FILE ASSIGN TO "SCORING.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORING-STATUS.

           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  LG-JUGADOR-A           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-JUGADOR-B           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-TEMPORADA           PIC X(03).
           05  FILLER                 PIC X(48).

       FD  CONFIG-FILE.
       01  CFG-RECORD                 PIC X(80).
           05  CFG-INICIO-X           PIC X(02).
           05  FILLER                 PIC X(72).

       FD  SCORING-FILE.
       01  RG-RECORD                  PIC X(80).
       01  RG-CAMPOS REDEFINES RG-RECORD.
           05  RG-VIGENCIA            PIC X(08).
           05  FILLER                 PIC X.
           05  RG-PUNTOS-COMIDA       PIC X(03).
           05  FILLER                 PIC X.
           05  RG-BONO-NIVEL          PIC X(04).
           05  FILLER                 PIC X.
           05  RG-MULT-FACIL          PIC X(03).
           05  FILLER                 PIC X.
           05  RG-MULT-MEDIA          PIC X(03).
           05  FILLER                 PIC X.
           05  RG-MULT-DIFICIL        PIC X(03).
           05  FILLER                 PIC X.
           05  RG-FACTOR-UNO          PIC X(03).
           05  FILLER                 PIC X.
           05  RG-FACTOR-DUELO        PIC X(03).
           05  FILLER                 PIC X.
           05  RG-DESCRIPCION         PIC X(30).
           05  FILLER                 PIC X(12).

       FD  PLAYERS-FILE.
       01  PL-RECORD.
           05  PL-INICIALES           PIC X(03).
       01  WS-LOGROS-STATUS           PIC XX.
       01  WS-SCHED-STATUS            PIC XX.
       01  WS-CFG-STATUS              PIC XX.
       01  WS-SCORING-STATUS          PIC XX.
       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.

           88  EOF-LOGROS                   VALUE "S".
       01  WS-EOF-SCHED               PIC X VALUE "N".
           88  EOF-SCHED                    VALUE "S".
       01  WS-EOF-SCORING             PIC X VALUE "N".
           88  EOF-SCORING                  VALUE "S".

       01  WS-SUB                     PIC 9(03) COMP.
       01  WS-SUB2                    PIC 9(03) COMP.
       01  WS-ERRORES-LOGROS          PIC 9(04) VALUE ZERO.
       01  WS-ERRORES-SCHED           PIC 9(04) VALUE ZERO.
       01  WS-ERRORES-CFG             PIC 9(04) VALUE ZERO.
       01  WS-ERRORES-REGLAS          PIC 9(04) VALUE ZERO.
       01  WS-PLAYERS-ABIERTO         PIC X VALUE "N".

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       01  WS-FIX-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-FIXTURES-TABLA.
           05  WS-FIXTURE OCCURS 500 TIMES.
               10  WS-FIX-RONDA       PIC X(02).
               10  WS-FIX-DESDE       PIC X(08).
               10  WS-FIX-HASTA       PIC X(08).
               10  WS-FIX-INI-A       PIC X(03).
               10  WS-FIX-INI-B       PIC X(03).
       01  WS-TEMPORADA-PRIMERA       PIC X(03) VALUE SPACES.

       01  WS-FECHA-ANTERIOR          PIC X(08) VALUE LOW-VALUES.
       01  WS-VIGENCIA-ANTERIOR       PIC X(08) VALUE LOW-VALUES.
       01  WS-LINEA-NUM               PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-VALIDAR-LOGROS THRU 100-FIN.
           PERFORM 200-VALIDAR-CALENDARIO THRU 200-FIN.
           PERFORM 400-VALIDAR-CONFIGURACION THRU 400-FIN.
           PERFORM 450-VALIDAR-REGLAS THRU 450-FIN.

           IF WS-PLAYERS-ABIERTO = "S"
               CLOSE PLAYERS-FILE
               PERFORM 260-VERIFICAR-JUGADOR THRU 260-FIN
           END-IF.

      *    Temporada: numerica o en blanco (calendario anterior a la
      *    numeracion), y la misma en todo el archivo.
           IF LG-TEMPORADA NOT = SPACES AND LG-TEMPORADA NOT NUMERIC
               PERFORM 250-ERROR-PARTIDO THRU 250-FIN
               MOVE "TEMPORADA NO NUMERICA" TO RP-LINEA(40:22)
               WRITE RP-LINEA
           END-IF.
           IF WS-LINEA-NUM = 1
               MOVE LG-TEMPORADA TO WS-TEMPORADA-PRIMERA
           ELSE IF LG-TEMPORADA NOT = WS-TEMPORADA-PRIMERA
               PERFORM 250-ERROR-PARTIDO THRU 250-FIN
               MOVE "TEMPORADA DISTINTA" TO RP-LINEA(40:19)
               WRITE RP-LINEA
           END-IF.

           IF WS-FIX-CONTADOR < 500
               ADD 1 TO WS-FIX-CONTADOR
               MOVE LG-RONDA       TO WS-FIX-RONDA(WS-FIX-CONTADOR)
               MOVE LG-FECHA-DESDE TO WS-FIX-DESDE(WS-FIX-CONTADOR)
               MOVE LG-FECHA-HASTA TO WS-FIX-HASTA(WS-FIX-CONTADOR)
               MOVE LG-JUGADOR-A   TO WS-FIX-INI-A(WS-FIX-CONTADOR)
               MOVE LG-JUGADOR-B   TO WS-FIX-INI-B(WS-FIX-CONTADOR)
           END-IF.

       210-FIN. EXIT.
      *----------------------------------------------------------------
      * 300-VALIDAR-SOLAPES  --  two different rounds whose date
      * windows overlap make the same score qualify for both; every
      * offending pair is reported once. Within one round no player
      * may appear in two fixtures: one score would decide both.
      *----------------------------------------------------------------
       300-VALIDAR-SOLAPES.

                           DELIMITED BY SIZE INTO RP-LINEA
                       WRITE RP-LINEA
                   END-IF
                   IF WS-FIX-RONDA(WS-SUB2) = WS-FIX-RONDA(WS-SUB)
                    AND (WS-FIX-INI-A(WS-SUB2) = WS-FIX-INI-A(WS-SUB)
                     OR WS-FIX-INI-A(WS-SUB2) = WS-FIX-INI-B(WS-SUB)
                     OR WS-FIX-INI-B(WS-SUB2) = WS-FIX-INI-A(WS-SUB)
                     OR WS-FIX-INI-B(WS-SUB2) = WS-FIX-INI-B(WS-SUB))
                       ADD 1 TO WS-ERRORES-SCHED
                       MOVE SPACES TO RP-LINEA
                       STRING "JUGADOR REPETIDO EN LA RONDA "
                           WS-FIX-RONDA(WS-SUB) ": "
                           WS-FIX-INI-A(WS-SUB2) " VS "
                           WS-FIX-INI-B(WS-SUB2) " / "
                           WS-FIX-INI-A(WS-SUB) " VS "
                           WS-FIX-INI-B(WS-SUB)
                           DELIMITED BY SIZE INTO RP-LINEA
                       WRITE RP-LINEA
                   END-IF
               END-PERFORM
           END-PERFORM.


       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 450-VALIDAR-REGLAS  --  every SCORING.CFG rule set. The file
      * is optional: without it every game keeps the old rule 0. A
      * line the game cannot read is skipped there in silence, so
      * here it is an error; effective dates must rise strictly (two
      * sets on one date leave the one in force ambiguous).
      *----------------------------------------------------------------
       450-VALIDAR-REGLAS.

           MOVE "---- SCORING.CFG ----" TO RP-LINEA.
           WRITE RP-LINEA.

           OPEN INPUT SCORING-FILE.
           IF WS-SCORING-STATUS NOT = "00"
               MOVE "SIN SCORING.CFG - RIGE LA REGLA 0." TO RP-LINEA
               WRITE RP-LINEA
               GO TO 450-FIN
           END-IF.

           MOVE ZERO TO WS-LINEA-NUM.
           PERFORM UNTIL EOF-SCORING
               READ SCORING-FILE
                   AT END
                       MOVE "S" TO WS-EOF-SCORING
                   NOT AT END
                       ADD 1 TO WS-LINEA-NUM
                       PERFORM 460-UNA-REGLA THRU 460-FIN
               END-READ
           END-PERFORM.
           CLOSE SCORING-FILE.

       450-FIN. EXIT.

      *----------------------------------------------------------------
      * 460-UNA-REGLA  --  the checks for one SCORING.CFG line.
      *----------------------------------------------------------------
       460-UNA-REGLA.

           IF RG-VIGENCIA NOT NUMERIC OR RG-PUNTOS-COMIDA NOT NUMERIC
            OR RG-BONO-NIVEL NOT NUMERIC OR RG-MULT-FACIL NOT NUMERIC
            OR RG-MULT-MEDIA NOT NUMERIC
            OR RG-MULT-DIFICIL NOT NUMERIC
            OR RG-FACTOR-UNO NOT NUMERIC
            OR RG-FACTOR-DUELO NOT NUMERIC
               PERFORM 470-ERROR-REGLA THRU 470-FIN
               MOVE "CAMPOS NO NUMERICOS" TO RP-LINEA(40:20)
               WRITE RP-LINEA
               GO TO 460-FIN
           END-IF.

           IF RG-VIGENCIA NOT > WS-VIGENCIA-ANTERIOR
               PERFORM 470-ERROR-REGLA THRU 470-FIN
               MOVE "VIGENCIA FUERA DE ORDEN" TO RP-LINEA(40:30)
               WRITE RP-LINEA
           END-IF.
           MOVE RG-VIGENCIA TO WS-VIGENCIA-ANTERIOR.

           IF RG-MULT-FACIL = "000" OR RG-MULT-MEDIA = "000"
            OR RG-MULT-DIFICIL = "000"
               PERFORM 470-ERROR-REGLA THRU 470-FIN
               MOVE "MULTIPLICADOR EN CERO" TO RP-LINEA(40:30)
               WRITE RP-LINEA
           END-IF.

           IF RG-FACTOR-UNO = "000" OR RG-FACTOR-DUELO = "000"
               PERFORM 470-ERROR-REGLA THRU 470-FIN
               MOVE "FACTOR DE MODO EN CERO" TO RP-LINEA(40:30)
               WRITE RP-LINEA
           END-IF.

       460-FIN. EXIT.

      *----------------------------------------------------------------
      * 470-ERROR-REGLA  --  common prefix of a SCORING.CFG error
      * line: count it and name the line and the effective date.
      *----------------------------------------------------------------
       470-ERROR-REGLA.

           ADD 1 TO WS-ERRORES-REGLAS.
           MOVE SPACES TO RP-LINEA.
           STRING "LINEA " WS-LINEA-NUM " VIGENCIA " RG-VIGENCIA ": "
               DELIMITED BY SIZE INTO RP-LINEA.

       470-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-EMITIR-VEREDICTO  --  one clear pass/fail line per file
      * and the overall verdict, on the report and on the console.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.

           IF WS-ERRORES-REGLAS = ZERO
               MOVE "SCORING.CFG  . . .: ACEPTADO" TO RP-LINEA
           ELSE
               MOVE SPACES TO RP-LINEA
               STRING "SCORING.CFG  . . .: RECHAZADO ("
                   WS-ERRORES-REGLAS " ERRORES)"
                   DELIMITED BY SIZE INTO RP-LINEA
           END-IF.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.

           IF WS-ERRORES-LOGROS = ZERO AND WS-ERRORES-SCHED = ZERO
            AND WS-ERRORES-CFG = ZERO AND WS-ERRORES-REGLAS = ZERO
               MOVE "RESULTADO GENERAL : TODO ACEPTADO" TO RP-LINEA
           ELSE
               MOVE "RESULTADO GENERAL : HAY ARCHIVOS RECHAZADOS"
