      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Control de integridad entre los maestros: compara
      *             los contadores de cada perfil de PLAYERS.DAT
      *             (PL-PARTIDAS, PL-MEJOR-PUNTAJE) con lo que de
      *             verdad guardan SCORES.DAT y SCORESHIST.DAT, cada
      *             sesion de SESSCAT.DAT (CT-JUGADAS) con sus lineas
      *             de SESSLOG.DAT, cada duelo de DUELOS.DAT con los
      *             puntajes de sus dos jugadores y cada logro de
      *             LOGROSGAN.DAT con su definicion en LOGROS.DAT, y
      *             emite en INTEGRIDAD.RPT la lista de excepciones
      *             con totales. En modo reparacion corrige ademas los
      *             contadores de los perfiles, con un registro de
      *             auditoria por cada correccion.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial del control de integridad.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje. Las sesiones de
      *                 SESSCAT.DAT importadas de otro gabinete no se
      *                 controlan contra SESSLOG.DAT, porque sus lineas
      *                 quedan en ese gabinete: solo se cuentan.
      * 2026-10-15  DA  Los perfiles que no entran en la tabla se
      *                 cuentan, se informan y suman a las excepciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-INTEGRIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-INICIALES
               FILE STATUS IS WS-PLAYERS-STATUS.

           SELECT SCORES-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-SCORES-STATUS.

           SELECT HIST-FILE ASSIGN TO "SCORESHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SESSCAT-FILE ASSIGN TO "SESSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSCAT-STATUS.

           SELECT SESSLOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT LOGROS-FILE ASSIGN TO "LOGROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGROS-STATUS.

           SELECT LOGROSGAN-FILE ASSIGN TO "LOGROSGAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CLAVE
               FILE STATUS IS WS-LOGROSGAN-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "INTEGRIDAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAYERS-FILE.
       01  PL-RECORD.
           05  PL-INICIALES           PIC X(03).
           05  PL-NOMBRE              PIC X(30).
           05  PL-DIFICULTAD          PIC X.
           05  PL-MODO                PIC X.
           05  PL-PARTIDAS            PIC 9(05).
           05  PL-MEJOR-PUNTAJE       PIC 9(04).
           05  PL-ACTIVO              PIC X.

       FD  SCORES-FILE.
       01  SC-RECORD.
           05  SC-CLAVE.
               10  SC-TIMESTAMP       PIC 9(14).
           05  SC-INICIALES           PIC X(03).
           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
           05  SC-SITIO               PIC X(03).

       FD  HIST-FILE.
       01  SH-RECORD.
           05  SH-TIMESTAMP           PIC 9(14).
           05  SH-INICIALES           PIC X(03).
           05  SH-PUNTAJE             PIC 9(04).
           05  SH-FECHA               PIC X(08).
           05  SH-HORA                PIC X(08).
           05  SH-REGLA               PIC 9(08).
           05  SH-DIFICULTAD          PIC X.
           05  SH-MODO                PIC X.
           05  SH-SITIO               PIC X(03).

       FD  SESSCAT-FILE.
       01  CT-RECORD.
           05  CT-TIMESTAMP           PIC 9(14).
           05  CT-INICIALES           PIC X(03).
           05  FILLER                 PIC X.
           05  CT-PUNTAJE             PIC 9(04).
           05  FILLER                 PIC X.
           05  CT-JUGADAS             PIC 9(05).
           05  FILLER                 PIC X(13).
           05  CT-SITIO               PIC X(03).
           05  FILLER                 PIC X(36).

       FD  SESSLOG-FILE.
       01  SL-RECORD.
           05  SL-SESION.
               10  SL-TIMESTAMP       PIC 9(14).
               10  SL-INICIALES       PIC X(03).
           05  FILLER                 PIC X(63).

       FD  DUELOS-FILE.
       01  DU-RECORD.
           05  DU-TIMESTAMP           PIC 9(14).
           05  FILLER                 PIC X.
           05  DU-INICIALES-A         PIC X(03).
           05  FILLER                 PIC X.
           05  DU-PUNTAJE-A           PIC 9(04).
           05  FILLER                 PIC X.
           05  DU-INICIALES-B         PIC X(03).
           05  FILLER                 PIC X.
           05  DU-PUNTAJE-B           PIC 9(04).
           05  FILLER                 PIC X.
           05  DU-GANADOR             PIC X(03).
           05  FILLER                 PIC X.
           05  DU-FECHA               PIC X(08).
           05  FILLER                 PIC X(35).

       FD  LOGROS-FILE.
       01  LD-RECORD                  PIC X(80).
       01  LD-CAMPOS REDEFINES LD-RECORD.
           05  LD-CODIGO              PIC X(08).
           05  FILLER                 PIC X(72).

       FD  LOGROSGAN-FILE.
       01  LE-RECORD.
           05  LE-CLAVE.
               10  LE-INICIALES       PIC X(03).
               10  LE-CODIGO          PIC X(08).
           05  LE-FECHA               PIC X(08).

       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).

       FD  AUDIT-FILE.
       01  AU-RECORD.
           05  AU-TIMESTAMP           PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  AU-INICIALES           PIC X(03).
           05  FILLER                 PIC X VALUE SPACE.
           05  AU-ACCION              PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  AU-CLAVE-ANTES         PIC X(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  AU-CLAVE-DESPUES       PIC X(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  AU-SECUENCIA           PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  AU-CADENA              PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  RUNCTL-FILE.
       01  RC-RECORD.
           05  RC-PASO                PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  RC-FECHA               PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  RC-HORA                PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  RC-ESTADO              PIC X.
           05  FILLER                 PIC X(54).

       WORKING-STORAGE SECTION.

       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-SCORES-STATUS           PIC XX.
       01  WS-HIST-STATUS             PIC XX.
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-SESSLOG-STATUS          PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-LOGROS-STATUS           PIC XX.
       01  WS-LOGROSGAN-STATUS        PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".

       01  WS-SUB                     PIC 9(04) COMP.
       01  WS-SUB2                    PIC 9(04) COMP.
       01  WS-OPCION                  PIC X VALUE SPACE.
       01  WS-MODO-REPARAR            PIC X VALUE "N".
           88  MODO-REPARAR                 VALUE "S".

      *----------------------------------------------------------------
      * Perfiles con sus contadores grabados y los que resultan de
      * los puntajes (un juego por cada puntaje, el mejor de todos),
      * la misma derivacion que usa la reconstruccion de maestros.
      *----------------------------------------------------------------
       01  WS-JUG-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-JUGADORES-TABLA.
           05  WS-JUGADOR OCCURS 200 TIMES.
               10  WS-JUG-INI         PIC X(03).
               10  WS-JUG-PARTIDAS    PIC 9(05).
               10  WS-JUG-MEJOR       PIC 9(04).
               10  WS-JUG-CALC-PART   PIC 9(06).
               10  WS-JUG-CALC-MEJOR  PIC 9(04).
       01  WS-JUG-SUB                 PIC 9(03) COMP.
       01  WS-JUG-DESBORDE            PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Dato comun de un puntaje leido de SCORES.DAT o del historico.
      *----------------------------------------------------------------
       01  WS-DATO-TIMESTAMP          PIC 9(14).
       01  WS-DATO-INICIALES          PIC X(03).
       01  WS-DATO-PUNTAJE            PIC 9(04).
       01  WS-DATO-FECHA              PIC X(08).

      *----------------------------------------------------------------
      * Catalogo de sesiones y las lineas contadas en la bitacora.
      *----------------------------------------------------------------
       01  WS-CAT-CONTADOR            PIC 9(04) VALUE ZERO.
       01  WS-CATALOGO-TABLA.
           05  WS-CATALOGO OCCURS 2000 TIMES.
               10  WS-CAT-SESION.
                   15  WS-CAT-TIMESTAMP
                                      PIC 9(14).
                   15  WS-CAT-INI     PIC X(03).
               10  WS-CAT-JUGADAS     PIC 9(05).
               10  WS-CAT-LINEAS      PIC 9(06).
       01  WS-CAT-SUB                 PIC 9(04) COMP.
       01  WS-SESION-ACTUAL           PIC X(17) VALUE LOW-VALUES.
       01  WS-CAT-DESBORDE            PIC 9(06) VALUE ZERO.
       01  WS-CAT-OTRO-SITIO          PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Duelos: el puntaje del jugador A lleva la misma clave que el
      * duelo; el del jugador B se graba un instante despues, el
      * mismo dia, con sus iniciales y su puntaje.
      *----------------------------------------------------------------
       01  WS-DUE-CONTADOR            PIC 9(04) VALUE ZERO.
       01  WS-DUELOS-TABLA.
           05  WS-DUELO OCCURS 1000 TIMES.
               10  WS-DUE-TIMESTAMP   PIC 9(14).
               10  WS-DUE-INI-A       PIC X(03).
               10  WS-DUE-PTS-A       PIC 9(04).
               10  WS-DUE-INI-B       PIC X(03).
               10  WS-DUE-PTS-B       PIC 9(04).
               10  WS-DUE-FECHA       PIC X(08).
               10  WS-DUE-HAY-A       PIC X.
               10  WS-DUE-HAY-B       PIC X.
       01  WS-DUE-DESBORDE            PIC 9(06) VALUE ZERO.

       01  WS-COD-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-CODIGOS-TABLA.
           05  WS-COD-DEFINIDO OCCURS 50 TIMES
                                      PIC X(08).

      *----------------------------------------------------------------
      * Excepciones por control y correcciones.
      *----------------------------------------------------------------
       01  WS-EX-PERFILES             PIC 9(06) VALUE ZERO.
       01  WS-EX-SESIONES             PIC 9(06) VALUE ZERO.
       01  WS-EX-SIN-LINEAS           PIC 9(06) VALUE ZERO.
       01  WS-EX-SIN-CATALOGO         PIC 9(06) VALUE ZERO.
       01  WS-EX-DUELOS               PIC 9(06) VALUE ZERO.
       01  WS-EX-LOGROS               PIC 9(06) VALUE ZERO.
       01  WS-EX-TOTAL                PIC 9(06) VALUE ZERO.
       01  WS-REPARADOS               PIC 9(06) VALUE ZERO.
       01  WS-NO-REPARADOS            PIC 9(06) VALUE ZERO.

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(26).
           05  WS-TL-VALOR            PIC ZZZZZ9.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-LINEA-PERFIL.
           05  WS-LPF-INI             PIC X(03).
           05  FILLER                 PIC X(11) VALUE "  PARTIDAS ".
           05  WS-LPF-PARTIDAS        PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE " PUNTAJES: ".
           05  WS-LPF-CALC-PART       PIC ZZZZZ9.
           05  FILLER                 PIC X(08) VALUE "  MEJOR ".
           05  WS-LPF-MEJOR           PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE " PUNTAJES: ".
           05  WS-LPF-CALC-MEJOR      PIC ZZZ9.
           05  FILLER                 PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      * Cadena de AUDIT.DAT para las correcciones del modo reparacion.
      *----------------------------------------------------------------
       01  WS-AUDIT-ABIERTO           PIC X VALUE "N".
       01  WS-AU-FECHA                PIC X(08).
       01  WS-AU-HORA                 PIC X(08).
       01  WS-PERFIL-ANTES            PIC X(14).
       01  WS-SECUENCIA-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-CADENA-ANTERIOR         PIC 9(08) VALUE ZERO.
       01  WS-CADENA-CALC             PIC 9(08) VALUE ZERO.
       01  WS-CAD-SUB                 PIC 9(02) COMP.
       01  WS-EOF-AUDIT               PIC X VALUE "N".

      *----------------------------------------------------------------
      * Control de corrida (RUNCTL.DAT): la reparacion reescribe
      * PLAYERS.DAT, que el juego actualiza al terminar cada partida,
      * asi que respeta el interbloqueo SCORES-U como la depuracion.
      *----------------------------------------------------------------
       01  WS-RUNCTL-STATUS           PIC XX.
       01  WS-RUNCTL-RECHAZO          PIC X VALUE "N".
       01  WS-EOF-RUNCTL              PIC X VALUE "N".
       01  WS-RC-FECHA-HOY            PIC X(08).
       01  WS-RC-HORA-SIS             PIC X(08).
       01  WS-RC-PASO-BUSCADO         PIC X(08).
       01  WS-RC-SUB                  PIC 99 COMP.
       01  WS-RC-SUB2                 PIC 99 COMP.
       01  WS-RC-CONTADOR             PIC 99 VALUE ZERO.
       01  WS-RUNCTL-TABLA.
           05  WS-RC-ENTRADA OCCURS 10 TIMES.
               10  WS-RC-PASO         PIC X(08).
               10  WS-RC-FECHA        PIC X(08).
               10  WS-RC-HORA         PIC X(06).
               10  WS-RC-ESTADO       PIC X.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "==== CONTROL DE INTEGRIDAD ENTRE ARCHIVOS ====".
           DISPLAY "1. SOLO CONTROL (LISTA DE EXCEPCIONES)".
           DISPLAY "2. CONTROL Y REPARACION DE CONTADORES DE PERFIL".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "2"
               MOVE "S" TO WS-MODO-REPARAR
           ELSE IF WS-OPCION NOT = "1"
               DISPLAY "OPCION INVALIDA."
               GO TO 000-FIN
           END-IF.

           IF MODO-REPARAR
               PERFORM 900-CONTROL-INICIO THRU 900-FIN
               IF WS-RUNCTL-RECHAZO = "S"
                   GO TO 000-FIN
               END-IF
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE "==== CONTROL DE INTEGRIDAD ENTRE ARCHIVOS ===="
               TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 100-CARGAR-PERFILES THRU 100-FIN.
           PERFORM 150-CARGAR-DUELOS THRU 150-FIN.
           PERFORM 200-RECORRER-PUNTAJES THRU 200-FIN.
           PERFORM 250-RECORRER-HISTORICO THRU 250-FIN.

           PERFORM 300-CONTROLAR-PERFILES THRU 300-FIN.
           PERFORM 400-CONTROLAR-SESIONES THRU 400-FIN.
           PERFORM 500-CONTROLAR-DUELOS THRU 500-FIN.
           PERFORM 550-CONTROLAR-LOGROS THRU 550-FIN.

           IF MODO-REPARAR
               PERFORM 600-REPARAR-PERFILES THRU 600-FIN
               PERFORM 910-CONTROL-FIN THRU 910-FIN
           END-IF.

           PERFORM 700-EMITIR-TOTALES THRU 700-FIN.
           CLOSE REPORTE-FILE.

           DISPLAY "CONTROL TERMINADO. EXCEPCIONES: " WS-EX-TOTAL.
           IF MODO-REPARAR
               DISPLAY "PERFILES REPARADOS: " WS-REPARADOS
           END-IF.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 100-CARGAR-PERFILES  --  every profile with its recorded
      * counters; the derived counters start at zero.
      *----------------------------------------------------------------
       100-CARGAR-PERFILES.

           MOVE ZERO TO WS-JUG-CONTADOR.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS NOT = "00"
               MOVE "SIN PLAYERS.DAT - PERFILES NO CONTROLADOS."
                   TO RP-LINEA
               WRITE RP-LINEA
               GO TO 100-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ PLAYERS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF WS-JUG-CONTADOR < 200
                           ADD 1 TO WS-JUG-CONTADOR
                           MOVE WS-JUG-CONTADOR TO WS-JUG-SUB
                           MOVE PL-INICIALES
                               TO WS-JUG-INI(WS-JUG-SUB)
                           MOVE PL-PARTIDAS
                               TO WS-JUG-PARTIDAS(WS-JUG-SUB)
                           MOVE PL-MEJOR-PUNTAJE
                               TO WS-JUG-MEJOR(WS-JUG-SUB)
                           MOVE ZERO TO WS-JUG-CALC-PART(WS-JUG-SUB)
                           MOVE ZERO TO WS-JUG-CALC-MEJOR(WS-JUG-SUB)
                       ELSE
                           ADD 1 TO WS-JUG-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 150-CARGAR-DUELOS  --  every duel, with neither score found
      * yet.
      *----------------------------------------------------------------
       150-CARGAR-DUELOS.

           MOVE ZERO TO WS-DUE-CONTADOR.
           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 150-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF WS-DUE-CONTADOR < 1000
                           ADD 1 TO WS-DUE-CONTADOR
                           MOVE WS-DUE-CONTADOR TO WS-SUB
                           MOVE DU-TIMESTAMP
                               TO WS-DUE-TIMESTAMP(WS-SUB)
                           MOVE DU-INICIALES-A TO WS-DUE-INI-A(WS-SUB)
                           MOVE DU-PUNTAJE-A   TO WS-DUE-PTS-A(WS-SUB)
                           MOVE DU-INICIALES-B TO WS-DUE-INI-B(WS-SUB)
                           MOVE DU-PUNTAJE-B   TO WS-DUE-PTS-B(WS-SUB)
                           MOVE DU-FECHA       TO WS-DUE-FECHA(WS-SUB)
                           MOVE "N" TO WS-DUE-HAY-A(WS-SUB)
                           MOVE "N" TO WS-DUE-HAY-B(WS-SUB)
                       ELSE
                           ADD 1 TO WS-DUE-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.

       150-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-RECORRER-PUNTAJES  --  one pass over the live scores.
      *----------------------------------------------------------------
       200-RECORRER-PUNTAJES.

           OPEN INPUT SCORES-FILE.
           IF WS-SCORES-STATUS NOT = "00"
               GO TO 200-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SCORES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE SC-TIMESTAMP TO WS-DATO-TIMESTAMP
                       MOVE SC-INICIALES TO WS-DATO-INICIALES
                       MOVE SC-PUNTAJE   TO WS-DATO-PUNTAJE
                       MOVE SC-FECHA     TO WS-DATO-FECHA
                       PERFORM 260-UN-PUNTAJE THRU 260-FIN
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 250-RECORRER-HISTORICO  --  one pass over the purge archive;
      * a purged score still counts for its player and its duel.
      *----------------------------------------------------------------
       250-RECORRER-HISTORICO.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 250-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE SH-TIMESTAMP TO WS-DATO-TIMESTAMP
                       MOVE SH-INICIALES TO WS-DATO-INICIALES
                       MOVE SH-PUNTAJE   TO WS-DATO-PUNTAJE
                       MOVE SH-FECHA     TO WS-DATO-FECHA
                       PERFORM 260-UN-PUNTAJE THRU 260-FIN
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       250-FIN. EXIT.

      *----------------------------------------------------------------
      * 260-UN-PUNTAJE  --  one score: it feeds its player's derived
      * counters and marks the duel side it belongs to.
      *----------------------------------------------------------------
       260-UN-PUNTAJE.

           PERFORM VARYING WS-JUG-SUB FROM 1 BY 1
                   UNTIL WS-JUG-SUB > WS-JUG-CONTADOR
                   OR WS-JUG-INI(WS-JUG-SUB) = WS-DATO-INICIALES
               CONTINUE
           END-PERFORM.
           IF WS-JUG-SUB NOT > WS-JUG-CONTADOR
               ADD 1 TO WS-JUG-CALC-PART(WS-JUG-SUB)
               IF WS-DATO-PUNTAJE > WS-JUG-CALC-MEJOR(WS-JUG-SUB)
                   MOVE WS-DATO-PUNTAJE
                       TO WS-JUG-CALC-MEJOR(WS-JUG-SUB)
               END-IF
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DUE-CONTADOR
               IF WS-DATO-TIMESTAMP = WS-DUE-TIMESTAMP(WS-SUB)
                AND WS-DATO-INICIALES = WS-DUE-INI-A(WS-SUB)
                AND WS-DATO-PUNTAJE = WS-DUE-PTS-A(WS-SUB)
                   MOVE "S" TO WS-DUE-HAY-A(WS-SUB)
               END-IF
               IF WS-DATO-INICIALES = WS-DUE-INI-B(WS-SUB)
                AND WS-DATO-PUNTAJE = WS-DUE-PTS-B(WS-SUB)
                AND WS-DATO-FECHA = WS-DUE-FECHA(WS-SUB)
                AND WS-DATO-TIMESTAMP NOT < WS-DUE-TIMESTAMP(WS-SUB)
                   MOVE "S" TO WS-DUE-HAY-B(WS-SUB)
               END-IF
           END-PERFORM.

       260-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-CONTROLAR-PERFILES  --  a profile whose games played or
      * lifetime best differ from what its scores hold. Profiles past
      * the table are only counted, and that count is an exception.
      *----------------------------------------------------------------
       300-CONTROLAR-PERFILES.

           MOVE "---- PERFILES CONTRA PUNTAJES ----" TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM VARYING WS-JUG-SUB FROM 1 BY 1
                   UNTIL WS-JUG-SUB > WS-JUG-CONTADOR
               IF WS-JUG-PARTIDAS(WS-JUG-SUB)
                       NOT = WS-JUG-CALC-PART(WS-JUG-SUB)
                OR WS-JUG-MEJOR(WS-JUG-SUB)
                       NOT = WS-JUG-CALC-MEJOR(WS-JUG-SUB)
                   ADD 1 TO WS-EX-PERFILES
                   MOVE WS-JUG-INI(WS-JUG-SUB)      TO WS-LPF-INI
                   MOVE WS-JUG-PARTIDAS(WS-JUG-SUB) TO WS-LPF-PARTIDAS
                   MOVE WS-JUG-CALC-PART(WS-JUG-SUB)
                       TO WS-LPF-CALC-PART
                   MOVE WS-JUG-MEJOR(WS-JUG-SUB)    TO WS-LPF-MEJOR
                   MOVE WS-JUG-CALC-MEJOR(WS-JUG-SUB)
                       TO WS-LPF-CALC-MEJOR
                   MOVE WS-LINEA-PERFIL TO RP-LINEA
                   WRITE RP-LINEA
               END-IF
           END-PERFORM.

           IF WS-JUG-DESBORDE > ZERO
               MOVE "PERFILES NO CONTROLADOS .: " TO WS-TL-ETIQUETA
               MOVE WS-JUG-DESBORDE TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-CONTROLAR-SESIONES  --  the catalogue against the session
      * log: moves on the catalogue line against lines on the log, a
      * catalogued session with no lines, and logged lines of a
      * session the catalogue does not know.
      *----------------------------------------------------------------
       400-CONTROLAR-SESIONES.

           MOVE "---- CATALOGO CONTRA BITACORA DE SESIONES ----"
               TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 410-CARGAR-CATALOGO THRU 410-FIN.
           PERFORM 420-CONTAR-LINEAS THRU 420-FIN.

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CONTADOR
               IF WS-CAT-LINEAS(WS-CAT-SUB) = ZERO
                   ADD 1 TO WS-EX-SIN-LINEAS
                   MOVE SPACES TO RP-LINEA
                   STRING "SESION " WS-CAT-TIMESTAMP(WS-CAT-SUB)
                       " " WS-CAT-INI(WS-CAT-SUB)
                       ": SIN LINEAS EN SESSLOG.DAT"
                       DELIMITED BY SIZE INTO RP-LINEA
                   WRITE RP-LINEA
               ELSE IF WS-CAT-LINEAS(WS-CAT-SUB)
                       NOT = WS-CAT-JUGADAS(WS-CAT-SUB)
                   ADD 1 TO WS-EX-SESIONES
                   MOVE SPACES TO RP-LINEA
                   STRING "SESION " WS-CAT-TIMESTAMP(WS-CAT-SUB)
                       " " WS-CAT-INI(WS-CAT-SUB)
                       ": JUGADAS " WS-CAT-JUGADAS(WS-CAT-SUB)
                       " LINEAS " WS-CAT-LINEAS(WS-CAT-SUB)
                       DELIMITED BY SIZE INTO RP-LINEA
                   WRITE RP-LINEA
               END-IF
           END-PERFORM.

           IF WS-CAT-OTRO-SITIO > ZERO
               MOVE "SESIONES DE OTRO SITIO .: " TO WS-TL-ETIQUETA
               MOVE WS-CAT-OTRO-SITIO TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           IF WS-CAT-DESBORDE > ZERO
               MOVE "SESIONES NO CONTROLADAS .: " TO WS-TL-ETIQUETA
               MOVE WS-CAT-DESBORDE TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 410-CARGAR-CATALOGO  --  every SESSCAT.DAT line played here.
      * A session imported from another cabinet (CT-SITIO filled in)
      * left its move lines on that cabinet's SESSLOG.DAT, so it is
      * only counted.
      *----------------------------------------------------------------
       410-CARGAR-CATALOGO.

           MOVE ZERO TO WS-CAT-CONTADOR.
           OPEN INPUT SESSCAT-FILE.
           IF WS-SESSCAT-STATUS NOT = "00"
               GO TO 410-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SESSCAT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CT-SITIO NOT = SPACES
                           ADD 1 TO WS-CAT-OTRO-SITIO
                       ELSE IF WS-CAT-CONTADOR < 2000
                           ADD 1 TO WS-CAT-CONTADOR
                           MOVE WS-CAT-CONTADOR TO WS-CAT-SUB
                           MOVE CT-TIMESTAMP
                               TO WS-CAT-TIMESTAMP(WS-CAT-SUB)
                           MOVE CT-INICIALES TO WS-CAT-INI(WS-CAT-SUB)
                           IF CT-JUGADAS IS NUMERIC
                               MOVE CT-JUGADAS
                                   TO WS-CAT-JUGADAS(WS-CAT-SUB)
                           ELSE
                               MOVE ZERO TO WS-CAT-JUGADAS(WS-CAT-SUB)
                           END-IF
                           MOVE ZERO TO WS-CAT-LINEAS(WS-CAT-SUB)
                       ELSE
                           ADD 1 TO WS-CAT-DESBORDE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSCAT-FILE.

       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 420-CONTAR-LINEAS  --  one pass over SESSLOG.DAT. A session's
      * lines are written together, so the catalogue is searched only
      * when the session key changes.
      *----------------------------------------------------------------
       420-CONTAR-LINEAS.

           OPEN INPUT SESSLOG-FILE.
           IF WS-SESSLOG-STATUS NOT = "00"
               GO TO 420-FIN
           END-IF.

           MOVE LOW-VALUES TO WS-SESION-ACTUAL.
           MOVE ZERO TO WS-CAT-SUB.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SESSLOG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SL-SESION NOT = WS-SESION-ACTUAL
                           MOVE SL-SESION TO WS-SESION-ACTUAL
                           PERFORM 430-UBICAR-SESION THRU 430-FIN
                       END-IF
                       IF WS-CAT-SUB > ZERO
                           ADD 1 TO WS-CAT-LINEAS(WS-CAT-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSLOG-FILE.

       420-FIN. EXIT.

      *----------------------------------------------------------------
      * 430-UBICAR-SESION  --  the catalogue row of the session just
      * started on the log; WS-CAT-SUB = 0 and an exception line when
      * there is none (a session beyond the table is not reported).
      *----------------------------------------------------------------
       430-UBICAR-SESION.

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CONTADOR
                   OR WS-CAT-SESION(WS-CAT-SUB) = WS-SESION-ACTUAL
               CONTINUE
           END-PERFORM.

           IF WS-CAT-SUB > WS-CAT-CONTADOR
               MOVE ZERO TO WS-CAT-SUB
               IF WS-CAT-DESBORDE = ZERO
                   ADD 1 TO WS-EX-SIN-CATALOGO
                   MOVE SPACES TO RP-LINEA
                   STRING "SESION " SL-TIMESTAMP " " SL-INICIALES
                       ": EN SESSLOG.DAT SIN CATALOGO"
                       DELIMITED BY SIZE INTO RP-LINEA
                   WRITE RP-LINEA
               END-IF
           END-IF.

       430-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-CONTROLAR-DUELOS  --  a duel whose player A or player B
      * score is on neither SCORES.DAT nor the archive.
      *----------------------------------------------------------------
       500-CONTROLAR-DUELOS.

           MOVE "---- DUELOS SIN PUNTAJE ----" TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DUE-CONTADOR
               IF WS-DUE-HAY-A(WS-SUB) NOT = "S"
                OR WS-DUE-HAY-B(WS-SUB) NOT = "S"
                   ADD 1 TO WS-EX-DUELOS
                   MOVE SPACES TO RP-LINEA
                   STRING "DUELO " WS-DUE-TIMESTAMP(WS-SUB) " "
                       WS-DUE-INI-A(WS-SUB) " VS "
                       WS-DUE-INI-B(WS-SUB) ": FALTA PUNTAJE DE"
                       DELIMITED BY SIZE INTO RP-LINEA
                   IF WS-DUE-HAY-A(WS-SUB) NOT = "S"
                       MOVE WS-DUE-INI-A(WS-SUB) TO RP-LINEA(50:3)
                   END-IF
                   IF WS-DUE-HAY-B(WS-SUB) NOT = "S"
                       MOVE WS-DUE-INI-B(WS-SUB) TO RP-LINEA(54:3)
                   END-IF
                   WRITE RP-LINEA
               END-IF
           END-PERFORM.

           IF WS-DUE-DESBORDE > ZERO
               MOVE "DUELOS NO CONTROLADOS  .: " TO WS-TL-ETIQUETA
               MOVE WS-DUE-DESBORDE TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 550-CONTROLAR-LOGROS  --  an earned achievement whose code is
      * no longer defined on LOGROS.DAT.
      *----------------------------------------------------------------
       550-CONTROLAR-LOGROS.

           MOVE "---- LOGROS GANADOS SIN DEFINICION ----" TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE ZERO TO WS-COD-CONTADOR.
           OPEN INPUT LOGROS-FILE.
           IF WS-LOGROS-STATUS NOT = "00"
               MOVE "SIN LOGROS.DAT - LOGROS NO CONTROLADOS."
                   TO RP-LINEA
               WRITE RP-LINEA
               GO TO 550-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ LOGROS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF LD-CODIGO NOT = SPACES
                        AND WS-COD-CONTADOR < 50
                           ADD 1 TO WS-COD-CONTADOR
                           MOVE LD-CODIGO
                               TO WS-COD-DEFINIDO(WS-COD-CONTADOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOGROS-FILE.

           OPEN INPUT LOGROSGAN-FILE.
           IF WS-LOGROSGAN-STATUS NOT = "00"
               GO TO 550-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ LOGROSGAN-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > WS-COD-CONTADOR
                               OR WS-COD-DEFINIDO(WS-SUB) = LE-CODIGO
                           CONTINUE
                       END-PERFORM
                       IF WS-SUB > WS-COD-CONTADOR
                           ADD 1 TO WS-EX-LOGROS
                           MOVE SPACES TO RP-LINEA
                           STRING "LOGRO " LE-CODIGO " DE "
                               LE-INICIALES " (" LE-FECHA
                               "): NO EXISTE EN LOGROS.DAT"
                               DELIMITED BY SIZE INTO RP-LINEA
                           WRITE RP-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOGROSGAN-FILE.

       550-FIN. EXIT.

      *----------------------------------------------------------------
      * 600-REPARAR-PERFILES  --  repair mode: every profile listed
      * under 300 takes the counters its scores give, with the same
      * before/after layout the game uses for PLYR-UPD (games in
      * 1-5, best in 7-10).
      *----------------------------------------------------------------
       600-REPARAR-PERFILES.

           IF WS-EX-PERFILES = ZERO
               GO TO 600-FIN
           END-IF.

           OPEN I-O PLAYERS-FILE.
           IF WS-PLAYERS-STATUS NOT = "00"
               MOVE "NO SE PUDO ABRIR PLAYERS.DAT PARA REPARAR."
                   TO RP-LINEA
               WRITE RP-LINEA
               GO TO 600-FIN
           END-IF.
           PERFORM 800-ABRIR-AUDITORIA THRU 800-FIN.

           PERFORM VARYING WS-JUG-SUB FROM 1 BY 1
                   UNTIL WS-JUG-SUB > WS-JUG-CONTADOR
               IF WS-JUG-PARTIDAS(WS-JUG-SUB)
                       NOT = WS-JUG-CALC-PART(WS-JUG-SUB)
                OR WS-JUG-MEJOR(WS-JUG-SUB)
                       NOT = WS-JUG-CALC-MEJOR(WS-JUG-SUB)
                   PERFORM 610-REPARAR-UN-PERFIL THRU 610-FIN
               END-IF
           END-PERFORM.

           CLOSE PLAYERS-FILE.
           IF WS-AUDIT-ABIERTO = "S"
               CLOSE AUDIT-FILE
           END-IF.

       600-FIN. EXIT.

      *----------------------------------------------------------------
      * 610-REPARAR-UN-PERFIL  --  rewrite profile WS-JUG-SUB and
      * chain its audit record.
      *----------------------------------------------------------------
       610-REPARAR-UN-PERFIL.

           MOVE WS-JUG-INI(WS-JUG-SUB) TO PL-INICIALES.
           READ PLAYERS-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-REPARADOS
                   GO TO 610-FIN
           END-READ.

           MOVE SPACES TO WS-PERFIL-ANTES.
           MOVE PL-PARTIDAS      TO WS-PERFIL-ANTES(1:5).
           MOVE PL-MEJOR-PUNTAJE TO WS-PERFIL-ANTES(7:4).

           IF WS-JUG-CALC-PART(WS-JUG-SUB) > 99999
               MOVE 99999 TO PL-PARTIDAS
           ELSE
               MOVE WS-JUG-CALC-PART(WS-JUG-SUB) TO PL-PARTIDAS
           END-IF.
           MOVE WS-JUG-CALC-MEJOR(WS-JUG-SUB) TO PL-MEJOR-PUNTAJE.
           REWRITE PL-RECORD.
           IF WS-PLAYERS-STATUS NOT = "00"
               ADD 1 TO WS-NO-REPARADOS
               GO TO 610-FIN
           END-IF.
           ADD 1 TO WS-REPARADOS.

           IF WS-AUDIT-ABIERTO = "S"
               PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN
           END-IF.

       610-FIN. EXIT.

      *----------------------------------------------------------------
      * 700-EMITIR-TOTALES  --  exceptions per check, the total and,
      * in repair mode, the corrections made.
      *----------------------------------------------------------------
       700-EMITIR-TOTALES.

           COMPUTE WS-EX-TOTAL = WS-EX-PERFILES + WS-EX-SESIONES
               + WS-EX-SIN-LINEAS + WS-EX-SIN-CATALOGO
               + WS-EX-DUELOS + WS-EX-LOGROS + WS-JUG-DESBORDE.

           MOVE "---- TOTALES ----" TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PERFILES DESCUADRADOS  .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-PERFILES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESIONES DESCUADRADAS  .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-SESIONES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESIONES SIN LINEAS  . .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-SIN-LINEAS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "LINEAS SIN CATALOGO  . .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-SIN-CATALOGO TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUELOS SIN PUNTAJE . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-DUELOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "LOGROS SIN DEFINICION  .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-LOGROS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           IF WS-JUG-DESBORDE > ZERO
               MOVE "PERFILES NO CONTROLADOS .: " TO WS-TL-ETIQUETA
               MOVE WS-JUG-DESBORDE TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           MOVE "TOTAL DE EXCEPCIONES . .: " TO WS-TL-ETIQUETA.
           MOVE WS-EX-TOTAL TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           IF MODO-REPARAR
               MOVE "PERFILES REPARADOS . . .: " TO WS-TL-ETIQUETA
               MOVE WS-REPARADOS TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
               IF WS-NO-REPARADOS > ZERO
                   MOVE "PERFILES NO REPARADOS  .: " TO WS-TL-ETIQUETA
                   MOVE WS-NO-REPARADOS TO WS-TL-VALOR
                   MOVE WS-LINEA-TOTAL TO RP-LINEA
                   WRITE RP-LINEA
               END-IF
           END-IF.

           MOVE "==== FIN DEL CONTROL DE INTEGRIDAD ====" TO RP-LINEA.
           WRITE RP-LINEA.

       700-FIN. EXIT.

      *----------------------------------------------------------------
      * 800-ABRIR-AUDITORIA  --  open AUDIT.DAT once for the repair,
      * after reading the tail of the chain.
      *----------------------------------------------------------------
       800-ABRIR-AUDITORIA.

           PERFORM 810-LEER-ULTIMA-CADENA THRU 810-FIN.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS = "00"
               MOVE "S" TO WS-AUDIT-ABIERTO
           END-IF.

       800-FIN. EXIT.

      *----------------------------------------------------------------
      * 810-LEER-ULTIMA-CADENA  --  scan AUDIT.DAT for the sequence
      * number and check value of the last chained record; records
      * written before the chaining existed are passed over.
      *----------------------------------------------------------------
       810-LEER-ULTIMA-CADENA.

           MOVE ZERO TO WS-SECUENCIA-ANTERIOR.
           MOVE ZERO TO WS-CADENA-ANTERIOR.
           MOVE "N" TO WS-EOF-AUDIT.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO 810-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-AUDIT = "S"
               READ AUDIT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUDIT
                   NOT AT END
                       IF AU-SECUENCIA IS NUMERIC
                        AND AU-CADENA IS NUMERIC
                           MOVE AU-SECUENCIA TO WS-SECUENCIA-ANTERIOR
                           MOVE AU-CADENA    TO WS-CADENA-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       810-FIN. EXIT.

      *----------------------------------------------------------------
      * 820-CALCULAR-CADENA  --  the shared check value: fold the
      * first 64 bytes of the record (timestamp through sequence)
      * into the previous record's check value, exactly as every
      * other program that appends to AUDIT.DAT.
      *----------------------------------------------------------------
       820-CALCULAR-CADENA.

           MOVE WS-CADENA-ANTERIOR TO WS-CADENA-CALC.
           PERFORM VARYING WS-CAD-SUB FROM 1 BY 1
                   UNTIL WS-CAD-SUB > 64
               COMPUTE WS-CADENA-CALC = FUNCTION MOD(
                   WS-CADENA-CALC * 31
                   + FUNCTION ORD(AU-RECORD(WS-CAD-SUB:1)),
                   99999989)
           END-PERFORM.

       820-FIN. EXIT.

      *----------------------------------------------------------------
      * 830-REGISTRAR-AUDITORIA  --  one chained PLYR-REP record: the
      * profile's counters before the repair (kept by the caller in
      * WS-PERFIL-ANTES) and after it.
      *----------------------------------------------------------------
       830-REGISTRAR-AUDITORIA.

           MOVE SPACES TO AU-RECORD.
           MOVE WS-PERFIL-ANTES   TO AU-CLAVE-ANTES.
           MOVE PL-PARTIDAS       TO AU-CLAVE-DESPUES(1:5).
           MOVE PL-MEJOR-PUNTAJE  TO AU-CLAVE-DESPUES(7:4).
           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE WS-AU-FECHA       TO AU-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6)   TO AU-TIMESTAMP(9:6).
           MOVE PL-INICIALES      TO AU-INICIALES.
           MOVE "PLYR-REP"        TO AU-ACCION.
           COMPUTE AU-SECUENCIA = WS-SECUENCIA-ANTERIOR + 1.
           PERFORM 820-CALCULAR-CADENA THRU 820-FIN.
           MOVE WS-CADENA-CALC TO AU-CADENA.
           WRITE AU-RECORD.
           MOVE AU-SECUENCIA TO WS-SECUENCIA-ANTERIOR.
           MOVE AU-CADENA    TO WS-CADENA-ANTERIOR.

       830-FIN. EXIT.

      *----------------------------------------------------------------
      * 900-CONTROL-INICIO  --  repair mode only: refused while
      * SCORES-U is E (a game or a batch step holds the masters);
      * otherwise SCORES-U is set to E until the repair ends.
      *----------------------------------------------------------------
       900-CONTROL-INICIO.

           MOVE "N" TO WS-RUNCTL-RECHAZO.
           ACCEPT WS-RC-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RC-HORA-SIS  FROM TIME.
           PERFORM 950-LEER-RUNCTL THRU 950-FIN.

           MOVE "SCORES-U" TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB = ZERO
               GO TO 900-FIN
           END-IF.
           IF WS-RC-ESTADO(WS-RC-SUB) = "E"
               DISPLAY "SCORES.DAT EN USO (JUEGO O LOTE EN CURSO)."
               DISPLAY "REPARACION RECHAZADA."
               MOVE "S" TO WS-RUNCTL-RECHAZO
               GO TO 900-FIN
           END-IF.

           MOVE WS-RC-FECHA-HOY     TO WS-RC-FECHA(WS-RC-SUB).
           MOVE WS-RC-HORA-SIS(1:6) TO WS-RC-HORA(WS-RC-SUB).
           MOVE "E"                 TO WS-RC-ESTADO(WS-RC-SUB).
           PERFORM 960-GRABAR-RUNCTL THRU 960-FIN.

       900-FIN. EXIT.

      *----------------------------------------------------------------
      * 910-CONTROL-FIN  --  release the SCORES.DAT in-use
      * registration.
      *----------------------------------------------------------------
       910-CONTROL-FIN.

           ACCEPT WS-RC-HORA-SIS FROM TIME.
           PERFORM 950-LEER-RUNCTL THRU 950-FIN.

           MOVE "SCORES-U" TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB > ZERO
               MOVE WS-RC-HORA-SIS(1:6) TO WS-RC-HORA(WS-RC-SUB)
               MOVE "L"                 TO WS-RC-ESTADO(WS-RC-SUB)
           END-IF.

           PERFORM 960-GRABAR-RUNCTL THRU 960-FIN.

       910-FIN. EXIT.

      *----------------------------------------------------------------
      * 950-LEER-RUNCTL  --  load RUNCTL.DAT whole into the step
      * table; without the file the table starts empty and the first
      * rewrite creates it.
      *----------------------------------------------------------------
       950-LEER-RUNCTL.

           MOVE ZERO TO WS-RC-CONTADOR.
           MOVE "N" TO WS-EOF-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               GO TO 950-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-RUNCTL = "S"
               READ RUNCTL-FILE
                   AT END
                       MOVE "S" TO WS-EOF-RUNCTL
                   NOT AT END
                       IF WS-RC-CONTADOR < 10
                           ADD 1 TO WS-RC-CONTADOR
                           MOVE RC-PASO
                               TO WS-RC-PASO(WS-RC-CONTADOR)
                           MOVE RC-FECHA
                               TO WS-RC-FECHA(WS-RC-CONTADOR)
                           MOVE RC-HORA
                               TO WS-RC-HORA(WS-RC-CONTADOR)
                           MOVE RC-ESTADO
                               TO WS-RC-ESTADO(WS-RC-CONTADOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.

       950-FIN. EXIT.

      *----------------------------------------------------------------
      * 955-UBICAR-PASO  --  find the row for WS-RC-PASO-BUSCADO,
      * creating it free on first sight; WS-RC-SUB = 0 when the table
      * is full.
      *----------------------------------------------------------------
       955-UBICAR-PASO.

           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-CONTADOR
                   OR WS-RC-PASO(WS-RC-SUB) = WS-RC-PASO-BUSCADO
               CONTINUE
           END-PERFORM.

           IF WS-RC-SUB > WS-RC-CONTADOR
               IF WS-RC-CONTADOR < 10
                   ADD 1 TO WS-RC-CONTADOR
                   MOVE WS-RC-CONTADOR TO WS-RC-SUB
                   MOVE WS-RC-PASO-BUSCADO TO WS-RC-PASO(WS-RC-SUB)
                   MOVE SPACES TO WS-RC-FECHA(WS-RC-SUB)
                   MOVE SPACES TO WS-RC-HORA(WS-RC-SUB)
                   MOVE "L"    TO WS-RC-ESTADO(WS-RC-SUB)
               ELSE
                   MOVE ZERO TO WS-RC-SUB
               END-IF
           END-IF.

       955-FIN. EXIT.

      *----------------------------------------------------------------
      * 960-GRABAR-RUNCTL  --  rewrite RUNCTL.DAT whole from the step
      * table.
      *----------------------------------------------------------------
       960-GRABAR-RUNCTL.

           OPEN OUTPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               GO TO 960-FIN
           END-IF.
           PERFORM VARYING WS-RC-SUB2 FROM 1 BY 1
                   UNTIL WS-RC-SUB2 > WS-RC-CONTADOR
               MOVE SPACES TO RC-RECORD
               MOVE WS-RC-PASO(WS-RC-SUB2)   TO RC-PASO
               MOVE WS-RC-FECHA(WS-RC-SUB2)  TO RC-FECHA
               MOVE WS-RC-HORA(WS-RC-SUB2)   TO RC-HORA
               MOVE WS-RC-ESTADO(WS-RC-SUB2) TO RC-ESTADO
               WRITE RC-RECORD
           END-PERFORM.
           CLOSE RUNCTL-FILE.

       960-FIN. EXIT.
