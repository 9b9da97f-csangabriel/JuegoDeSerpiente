      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Consulta del jugador: con sus iniciales muestra el
      *             perfil de PLAYERS.DAT, sus ultimos 20 puntajes de
      *             SCORES.DAT y SCORESHIST.DAT, los logros ganados en
      *             LOGROSGAN.DAT y los pendientes con su avance contra
      *             LD-UMBRAL, el historial de duelos contra cada rival
      *             (DUELOS.DAT) y su puesto en la tabla de la liga,
      *             calculada igual que JuegoSerpienteLiga. Desde la
      *             lista de sus sesiones en SESSCAT.DAT puede pedir la
      *             reproduccion de una a JuegoSerpienteReplay. Solo
      *             lee: no graba ningun archivo.
      * Tectonics:  cobc -x JuegoSerpienteConsulta.cbl
      *             JuegoSerpienteReplay.cbl
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial de consulta del jugador.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje.
      * 2026-10-15  DA  Cadenas IF/ELSE IF del reparto de puntos de la
      *                 liga cerradas antes de acumular el partido.
      *                 Sesiones de SESSCAT.DAT con codigo de sitio:
      *                 cuentan para la mejor marca pero no se ofrecen
      *                 para reproducir (su SESSLOG.DAT quedo en el
      *                 gabinete). Aviso si el programa de reproduccion
      *                 no esta disponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-CONSULTA.

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

           SELECT LOGROS-FILE ASSIGN TO "LOGROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGROS-STATUS.

           SELECT LOGROSGAN-FILE ASSIGN TO "LOGROSGAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CLAVE
               FILE STATUS IS WS-LOGROSGAN-STATUS.

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT SCHED-FILE ASSIGN TO "LIGASCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SESSCAT-FILE ASSIGN TO "SESSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSCAT-STATUS.

           SELECT SESSLOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.

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

       FD  LOGROS-FILE.
       01  LD-RECORD                  PIC X(80).
       01  LD-CAMPOS REDEFINES LD-RECORD.
           05  LD-CODIGO              PIC X(08).
           05  FILLER                 PIC X.
           05  LD-TIPO                PIC X.
           05  FILLER                 PIC X.
           05  LD-UMBRAL              PIC 9(05).
           05  FILLER                 PIC X.
           05  LD-DESCRIPCION         PIC X(30).
           05  FILLER                 PIC X(33).

       FD  LOGROSGAN-FILE.
       01  LE-RECORD.
           05  LE-CLAVE.
               10  LE-INICIALES       PIC X(03).
               10  LE-CODIGO          PIC X(08).
           05  LE-FECHA               PIC X(08).

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

       FD  SCHED-FILE.
       01  LG-RECORD.
           05  LG-RONDA               PIC 9(02).
           05  FILLER                 PIC X.
           05  LG-FECHA-DESDE         PIC X(08).
           05  FILLER                 PIC X.
           05  LG-FECHA-HASTA         PIC X(08).
           05  FILLER                 PIC X.
           05  LG-JUGADOR-A           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-JUGADOR-B           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-TEMPORADA           PIC X(03).
           05  FILLER                 PIC X(48).

       FD  SESSCAT-FILE.
       01  CT-RECORD.
           05  CT-TIMESTAMP           PIC 9(14).
           05  CT-INICIALES           PIC X(03).
           05  FILLER                 PIC X.
           05  CT-PUNTAJE             PIC 9(04).
           05  FILLER                 PIC X.
           05  CT-JUGADAS             PIC 9(05).
           05  FILLER                 PIC X.
           05  CT-REGLA               PIC 9(08).
           05  FILLER                 PIC X.
           05  CT-DIFICULTAD          PIC X.
           05  CT-MODO                PIC X.
           05  FILLER                 PIC X.
           05  CT-SITIO               PIC X(03).
           05  FILLER                 PIC X(36).

       FD  SESSLOG-FILE.
       01  SL-RECORD.
           05  SL-SESION.
               10  SL-TIMESTAMP       PIC 9(14).
               10  SL-INICIALES       PIC X(03).
           05  FILLER                 PIC X.
           05  SL-TECLA               PIC X.
           05  FILLER                 PIC X.
           05  SL-POS-X               PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-POS-Y               PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-CONTADOR            PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-SALTOS              PIC 9(02).
           05  FILLER                 PIC X(49).

       WORKING-STORAGE SECTION.

       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-SCORES-STATUS           PIC XX.
       01  WS-HIST-STATUS             PIC XX.
       01  WS-LOGROS-STATUS           PIC XX.
       01  WS-LOGROSGAN-STATUS        PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-SCHED-STATUS            PIC XX.
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-SESSLOG-STATUS          PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".

       01  WS-INICIALES-BUSCADAS      PIC X(03).
       01  WS-RESPUESTA               PIC X VALUE SPACE.
       01  WS-OPCION                  PIC X(02).
       01  WS-FIN-CONSULTA            PIC X VALUE "N".
           88  FIN-CONSULTA                 VALUE "S".
       01  WS-FIN-REPRODUCCION        PIC X VALUE "N".
           88  FIN-REPRODUCCION             VALUE "S".

       01  WS-SUB                     PIC 9(03) COMP.
       01  WS-SUB2                    PIC 9(03) COMP.

      *----------------------------------------------------------------
      * Ultimos 20 puntajes del jugador, del mas reciente al mas
      * antiguo, tomados de SCORES.DAT y de SCORESHIST.DAT.
      *----------------------------------------------------------------
       01  WS-PUNTAJES-LEIDOS         PIC 9(05) VALUE ZERO.
       01  WS-ULT-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-ULT-POSICION            PIC 99 COMP.
       01  WS-ULTIMOS-TABLA.
           05  WS-ULTIMO OCCURS 20 TIMES.
               10  WS-ULT-TIMESTAMP   PIC 9(14).
               10  WS-ULT-PUNTAJE     PIC 9(04).
               10  WS-ULT-FECHA       PIC X(08).
               10  WS-ULT-HORA        PIC X(08).
               10  WS-ULT-ORIGEN      PIC X(09).
       01  WS-ULTIMO-NUEVO.
           05  WS-UN-TIMESTAMP        PIC 9(14).
           05  WS-UN-PUNTAJE          PIC 9(04).
           05  WS-UN-FECHA            PIC X(08).
           05  WS-UN-HORA             PIC X(08).
           05  WS-UN-ORIGEN           PIC X(09).

       01  WS-LINEA-PUNTAJE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LU-FECHA            PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LU-HH               PIC X(02).
           05  FILLER                 PIC X VALUE ":".
           05  WS-LU-MM               PIC X(02).
           05  FILLER                 PIC X(10) VALUE "  PUNTAJE ".
           05  WS-LU-PUNTAJE          PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LU-ORIGEN           PIC X(09).

      *----------------------------------------------------------------
      * Logros: definiciones de LOGROS.DAT marcadas con los ganados
      * del jugador, y sus mejores marcas de una partida para medir
      * el avance de los que le faltan (C comida, L largo, M jugadas,
      * 2 duelos ganados como jugador 1, igual que los evalua el
      * juego). La serpiente nace con largo 2 y crece uno por comida.
      *----------------------------------------------------------------
       01  WS-LOG-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-LOGROS-TABLA.
           05  WS-LOGRO OCCURS 50 TIMES.
               10  WS-LOG-CODIGO      PIC X(08).
               10  WS-LOG-TIPO        PIC X.
               10  WS-LOG-UMBRAL      PIC 9(05).
               10  WS-LOG-DESCRIPCION PIC X(30).
               10  WS-LOG-GANADO      PIC X.
               10  WS-LOG-FECHA       PIC X(08).
       01  WS-LOGROS-GANADOS          PIC 99 VALUE ZERO.
       01  WS-MEJOR-COMIDA            PIC 9(05) VALUE ZERO.
       01  WS-MEJOR-LARGO             PIC 9(05) VALUE ZERO.
       01  WS-MEJOR-JUGADAS           PIC 9(05) VALUE ZERO.
       01  WS-VICTORIAS-DUELO         PIC 9(05) VALUE ZERO.
       01  WS-AVANCE                  PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * Duelos contra cada rival.
      *----------------------------------------------------------------
       01  WS-RIV-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-RIVAL-BUSCADO           PIC X(03).
       01  WS-RIVALES-TABLA.
           05  WS-RIVAL OCCURS 50 TIMES.
               10  WS-RIV-INI         PIC X(03).
               10  WS-RIV-GANADOS     PIC 9(04).
               10  WS-RIV-PERDIDOS    PIC 9(04).
               10  WS-RIV-EMPATES     PIC 9(04).

      *----------------------------------------------------------------
      * Liga: calendario, partidos decididos y tabla de posiciones,
      * con las mismas reglas que JuegoSerpienteLiga.
      *----------------------------------------------------------------
       01  WS-TEMPORADA-CAL           PIC X(03) VALUE SPACES.
       01  WS-PARTIDOS-CONTADOR       PIC 9(03) VALUE ZERO.
       01  WS-PARTIDOS-TABLA.
           05  WS-PARTIDO OCCURS 500 TIMES.
               10  WS-PAR-DESDE       PIC X(08).
               10  WS-PAR-HASTA       PIC X(08).
               10  WS-PAR-INI-A       PIC X(03).
               10  WS-PAR-INI-B       PIC X(03).
               10  WS-PAR-MEJOR-A     PIC 9(04).
               10  WS-PAR-HAY-A       PIC X.
               10  WS-PAR-MEJOR-B     PIC 9(04).
               10  WS-PAR-HAY-B       PIC X.
               10  WS-PAR-PTS-A       PIC 9(02).
               10  WS-PAR-PTS-B       PIC 9(02).
               10  WS-PAR-DUELO       PIC X.
               10  WS-PAR-GANADOR     PIC X.

       01  WS-POS-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-POSICIONES-TABLA.
           05  WS-POSICION OCCURS 50 TIMES.
               10  WS-POS-INI         PIC X(03).
               10  WS-POS-PJ          PIC 9(03).
               10  WS-POS-PG          PIC 9(03).
               10  WS-POS-PE          PIC 9(03).
               10  WS-POS-PP          PIC 9(03).
               10  WS-POS-PTS         PIC 9(03).
       01  WS-POSICION-AUX.
           05  WS-AUX-INI             PIC X(03).
           05  WS-AUX-PJ              PIC 9(03).
           05  WS-AUX-PG              PIC 9(03).
           05  WS-AUX-PE              PIC 9(03).
           05  WS-AUX-PP              PIC 9(03).
           05  WS-AUX-PTS             PIC 9(03).
       01  WS-INI-ACUM                PIC X(03).
       01  WS-PTS-ACUM                PIC 9(02).
       01  WS-PUESTO                  PIC 99 VALUE ZERO.

      *----------------------------------------------------------------
      * Sesiones del jugador en SESSCAT.DAT (las 20 mas recientes) y
      * la sesion que se pide reproducir.
      *----------------------------------------------------------------
       01  WS-SES-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-SES-OTRO-SITIO          PIC 9(04) VALUE ZERO.
       01  WS-SES-ELEGIDA             PIC 99 VALUE ZERO.
       01  WS-SES-SUB                 PIC 99 COMP.
       01  WS-SESIONES-TABLA.
           05  WS-SES-ENTRADA OCCURS 20 TIMES.
               10  WS-SES-TIMESTAMP   PIC 9(14).
               10  WS-SES-PUNTAJE     PIC 9(04).
               10  WS-SES-JUGADAS     PIC 9(05).
       01  WS-SESION-PEDIDA.
           05  WS-SP-TIMESTAMP        PIC 9(14).
           05  WS-SP-INICIALES        PIC X(03).

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 100-UNA-CONSULTA THRU 100-FIN UNTIL FIN-CONSULTA.

           DISPLAY "FIN DE LA CONSULTA DEL JUGADOR.".

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 100-UNA-CONSULTA  --  ask for the initials and walk through
      * every section of the player's history; blank initials end
      * the inquiry.
      *----------------------------------------------------------------
       100-UNA-CONSULTA.

           DISPLAY " ".
           DISPLAY "==== CONSULTA DEL JUGADOR ====".
           DISPLAY "INICIALES (3 LETRAS, ENTER PARA SALIR): ".
           MOVE SPACES TO WS-INICIALES-BUSCADAS.
           ACCEPT WS-INICIALES-BUSCADAS.
           IF WS-INICIALES-BUSCADAS = SPACES
               MOVE "S" TO WS-FIN-CONSULTA
               GO TO 100-FIN
           END-IF.

           PERFORM 150-LIMPIAR-CONSULTA THRU 150-FIN.
           PERFORM 200-PERFIL THRU 200-FIN.

           PERFORM 300-CARGAR-PUNTAJES THRU 300-FIN.
           PERFORM 350-MOSTRAR-PUNTAJES THRU 350-FIN.
           PERFORM 800-PAUSA THRU 800-FIN.

           PERFORM 500-CARGAR-DUELOS THRU 500-FIN.
           PERFORM 400-MEJORES-MARCAS THRU 400-FIN.
           PERFORM 450-LOGROS THRU 450-FIN.
           PERFORM 800-PAUSA THRU 800-FIN.

           PERFORM 550-MOSTRAR-DUELOS THRU 550-FIN.
           PERFORM 600-POSICION-LIGA THRU 600-FIN.
           PERFORM 800-PAUSA THRU 800-FIN.

           MOVE "N" TO WS-FIN-REPRODUCCION.
           PERFORM 700-REPRODUCIR THRU 700-FIN
               UNTIL FIN-REPRODUCCION.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 150-LIMPIAR-CONSULTA  --  start every inquiry from empty
      * tables and counters.
      *----------------------------------------------------------------
       150-LIMPIAR-CONSULTA.

           MOVE ZERO TO WS-PUNTAJES-LEIDOS.
           MOVE ZERO TO WS-ULT-CONTADOR.
           MOVE ZERO TO WS-LOG-CONTADOR.
           MOVE ZERO TO WS-LOGROS-GANADOS.
           MOVE ZERO TO WS-MEJOR-COMIDA.
           MOVE ZERO TO WS-MEJOR-LARGO.
           MOVE ZERO TO WS-MEJOR-JUGADAS.
           MOVE ZERO TO WS-VICTORIAS-DUELO.
           MOVE ZERO TO WS-RIV-CONTADOR.
           MOVE ZERO TO WS-PARTIDOS-CONTADOR.
           MOVE ZERO TO WS-POS-CONTADOR.
           MOVE ZERO TO WS-PUESTO.
           MOVE SPACES TO WS-TEMPORADA-CAL.
           MOVE ZERO TO WS-SES-CONTADOR.
           MOVE ZERO TO WS-SES-OTRO-SITIO.

       150-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-PERFIL  --  the player's PLAYERS.DAT profile, shown the
      * way the maintenance program's inquiry shows it.
      *----------------------------------------------------------------
       200-PERFIL.

           DISPLAY " ".
           DISPLAY "---- PERFIL ----".
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE JUGADORES."
               GO TO 200-FIN
           END-IF.

           MOVE WS-INICIALES-BUSCADAS TO PL-INICIALES.
           READ PLAYERS-FILE
               INVALID KEY
                   DISPLAY "SIN PERFIL PARA " WS-INICIALES-BUSCADAS
                       " EN PLAYERS.DAT."
               NOT INVALID KEY
                   DISPLAY "INICIALES . . . . .: " PL-INICIALES
                   DISPLAY "NOMBRE  . . . . . .: " PL-NOMBRE
                   DISPLAY "DIFICULTAD  . . . .: " PL-DIFICULTAD
                   DISPLAY "MODO  . . . . . . .: " PL-MODO
                   DISPLAY "PARTIDAS JUGADAS  .: " PL-PARTIDAS
                   DISPLAY "MEJOR PUNTAJE . . .: " PL-MEJOR-PUNTAJE
                   DISPLAY "ACTIVO  . . . . . .: " PL-ACTIVO
           END-READ.
           CLOSE PLAYERS-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-CARGAR-PUNTAJES  --  one pass over SCORES.DAT and one over
      * SCORESHIST.DAT. The player's scores feed the most-recent-20
      * table; every score also feeds the league windows, exactly as
      * the league program reads SCORES.DAT, so the calendar is
      * loaded first.
      *----------------------------------------------------------------
       300-CARGAR-PUNTAJES.

           PERFORM 610-CARGAR-CALENDARIO THRU 610-FIN.

           OPEN INPUT SCORES-FILE.
           IF WS-SCORES-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ SCORES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF SC-INICIALES = WS-INICIALES-BUSCADAS
                               MOVE SC-TIMESTAMP TO WS-UN-TIMESTAMP
                               MOVE SC-PUNTAJE   TO WS-UN-PUNTAJE
                               MOVE SC-FECHA     TO WS-UN-FECHA
                               MOVE SC-HORA      TO WS-UN-HORA
                               MOVE "ACTUAL"     TO WS-UN-ORIGEN
                               PERFORM 310-INSERTAR-PUNTAJE
                                   THRU 310-FIN
                           END-IF
                           PERFORM 630-APLICAR-SCORE THRU 630-FIN
                   END-READ
               END-PERFORM
               CLOSE SCORES-FILE
           END-IF.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ HIST-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF SH-INICIALES = WS-INICIALES-BUSCADAS
                               MOVE SH-TIMESTAMP TO WS-UN-TIMESTAMP
                               MOVE SH-PUNTAJE   TO WS-UN-PUNTAJE
                               MOVE SH-FECHA     TO WS-UN-FECHA
                               MOVE SH-HORA      TO WS-UN-HORA
                               MOVE "HISTORICO"  TO WS-UN-ORIGEN
                               PERFORM 310-INSERTAR-PUNTAJE
                                   THRU 310-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 310-INSERTAR-PUNTAJE  --  place WS-ULTIMO-NUEVO in the table
      * kept newest first; once 20 are held an older score than all
      * of them is dropped.
      *----------------------------------------------------------------
       310-INSERTAR-PUNTAJE.

           ADD 1 TO WS-PUNTAJES-LEIDOS.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ULT-CONTADOR
                   OR WS-UN-TIMESTAMP > WS-ULT-TIMESTAMP(WS-SUB)
               CONTINUE
           END-PERFORM.
           IF WS-SUB > 20
               GO TO 310-FIN
           END-IF.
           MOVE WS-SUB TO WS-ULT-POSICION.

           IF WS-ULT-CONTADOR < 20
               ADD 1 TO WS-ULT-CONTADOR
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-ULT-CONTADOR BY -1
                   UNTIL WS-SUB NOT > WS-ULT-POSICION
               MOVE WS-ULTIMO(WS-SUB - 1) TO WS-ULTIMO(WS-SUB)
           END-PERFORM.
           MOVE WS-ULTIMO-NUEVO TO WS-ULTIMO(WS-ULT-POSICION).

       310-FIN. EXIT.

      *----------------------------------------------------------------
      * 350-MOSTRAR-PUNTAJES  --  the last 20 scores, newest first.
      *----------------------------------------------------------------
       350-MOSTRAR-PUNTAJES.

           DISPLAY " ".
           DISPLAY "---- ULTIMOS PUNTAJES ----".
           IF WS-ULT-CONTADOR = ZERO
               DISPLAY "SIN PUNTAJES REGISTRADOS."
               GO TO 350-FIN
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ULT-CONTADOR
               MOVE WS-ULT-FECHA(WS-SUB)        TO WS-LU-FECHA
               MOVE WS-ULT-HORA(WS-SUB)(1:2)    TO WS-LU-HH
               MOVE WS-ULT-HORA(WS-SUB)(3:2)    TO WS-LU-MM
               MOVE WS-ULT-PUNTAJE(WS-SUB)      TO WS-LU-PUNTAJE
               MOVE WS-ULT-ORIGEN(WS-SUB)       TO WS-LU-ORIGEN
               DISPLAY WS-LINEA-PUNTAJE
           END-PERFORM.
           DISPLAY "PARTIDAS REGISTRADAS: " WS-PUNTAJES-LEIDOS.

       350-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-MEJORES-MARCAS  --  the player's best single-game figures:
      * moves from SESSCAT.DAT (which also yields the session list
      * offered for replay) and food from the SESSLOG.DAT lines.
      *----------------------------------------------------------------
       400-MEJORES-MARCAS.

           OPEN INPUT SESSCAT-FILE.
           IF WS-SESSCAT-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ SESSCAT-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF CT-INICIALES = WS-INICIALES-BUSCADAS
                               PERFORM 410-UNA-SESION THRU 410-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSCAT-FILE
           END-IF.

           OPEN INPUT SESSLOG-FILE.
           IF WS-SESSLOG-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ SESSLOG-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF SL-INICIALES = WS-INICIALES-BUSCADAS
                            AND SL-SALTOS IS NUMERIC
                            AND SL-SALTOS > WS-MEJOR-COMIDA
                               MOVE SL-SALTOS TO WS-MEJOR-COMIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSLOG-FILE
           END-IF.

           COMPUTE WS-MEJOR-LARGO = WS-MEJOR-COMIDA + 2.
           IF WS-MEJOR-LARGO > 99
               MOVE 99 TO WS-MEJOR-LARGO
           END-IF.

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 410-UNA-SESION  --  one catalogued session of the player. The
      * catalog is append-only, so once 20 are held the oldest is
      * shifted out, as the replay program does with its catalog. A
      * session imported from another cabinet (CT-SITIO filled in)
      * counts for the best moves only: its move log stayed there.
      *----------------------------------------------------------------
       410-UNA-SESION.

           IF CT-JUGADAS IS NUMERIC
            AND CT-JUGADAS > WS-MEJOR-JUGADAS
               MOVE CT-JUGADAS TO WS-MEJOR-JUGADAS
           END-IF.

           IF CT-SITIO NOT = SPACES
               ADD 1 TO WS-SES-OTRO-SITIO
               GO TO 410-FIN
           END-IF.

           IF WS-SES-CONTADOR < 20
               ADD 1 TO WS-SES-CONTADOR
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 19
                   MOVE WS-SES-ENTRADA(WS-SUB + 1)
                       TO WS-SES-ENTRADA(WS-SUB)
               END-PERFORM
           END-IF.
           MOVE CT-TIMESTAMP TO WS-SES-TIMESTAMP(WS-SES-CONTADOR).
           MOVE CT-PUNTAJE   TO WS-SES-PUNTAJE(WS-SES-CONTADOR).
           MOVE CT-JUGADAS   TO WS-SES-JUGADAS(WS-SES-CONTADOR).

       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 450-LOGROS  --  every milestone on LOGROS.DAT, earned ones with
      * their date from LOGROSGAN.DAT, pending ones with the player's
      * best figure against LD-UMBRAL.
      *----------------------------------------------------------------
       450-LOGROS.

           OPEN INPUT LOGROS-FILE.
           IF WS-LOGROS-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ LOGROS-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF WS-LOG-CONTADOR < 50
                               ADD 1 TO WS-LOG-CONTADOR
                               MOVE LD-CODIGO
                                   TO WS-LOG-CODIGO(WS-LOG-CONTADOR)
                               MOVE LD-TIPO
                                   TO WS-LOG-TIPO(WS-LOG-CONTADOR)
                               MOVE LD-UMBRAL
                                   TO WS-LOG-UMBRAL(WS-LOG-CONTADOR)
                               MOVE LD-DESCRIPCION TO
                                   WS-LOG-DESCRIPCION(WS-LOG-CONTADOR)
                               MOVE "N"
                                   TO WS-LOG-GANADO(WS-LOG-CONTADOR)
                               MOVE SPACES
                                   TO WS-LOG-FECHA(WS-LOG-CONTADOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGROS-FILE
           END-IF.

           OPEN INPUT LOGROSGAN-FILE.
           IF WS-LOGROSGAN-STATUS = "00"
               PERFORM 460-LOGROS-GANADOS THRU 460-FIN
               CLOSE LOGROSGAN-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "---- LOGROS ----".
           IF WS-LOG-CONTADOR = ZERO
               DISPLAY "SIN LOGROS DEFINIDOS."
               GO TO 450-FIN
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOG-CONTADOR
               IF WS-LOG-GANADO(WS-SUB) = "S"
                   DISPLAY "  [X] " WS-LOG-DESCRIPCION(WS-SUB)
                       " GANADO EL " WS-LOG-FECHA(WS-SUB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOG-CONTADOR
               IF WS-LOG-GANADO(WS-SUB) NOT = "S"
                   PERFORM 470-AVANCE-LOGRO THRU 470-FIN
               END-IF
           END-PERFORM.
           DISPLAY "LOGROS GANADOS: " WS-LOGROS-GANADOS
               " DE " WS-LOG-CONTADOR.

       450-FIN. EXIT.

      *----------------------------------------------------------------
      * 460-LOGROS-GANADOS  --  the player's LOGROSGAN.DAT keys,
      * positioned with START on the initials part of the key. A code
      * no longer on LOGROS.DAT is listed under its code.
      *----------------------------------------------------------------
       460-LOGROS-GANADOS.

           MOVE WS-INICIALES-BUSCADAS TO LE-INICIALES.
           MOVE LOW-VALUES TO LE-CODIGO.
           START LOGROSGAN-FILE KEY IS NOT LESS THAN LE-CLAVE
               INVALID KEY
                   GO TO 460-FIN
           END-START.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ LOGROSGAN-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF LE-INICIALES NOT = WS-INICIALES-BUSCADAS
                           MOVE "S" TO WS-EOF-ARCHIVO
                       ELSE
                           PERFORM 465-MARCAR-GANADO THRU 465-FIN
                       END-IF
               END-READ
           END-PERFORM.

       460-FIN. EXIT.

      *----------------------------------------------------------------
      * 465-MARCAR-GANADO  --  mark the definition of LE-CODIGO as
      * earned, adding a bare entry when it has no definition.
      *----------------------------------------------------------------
       465-MARCAR-GANADO.

           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-LOG-CONTADOR
                   OR WS-LOG-CODIGO(WS-SUB2) = LE-CODIGO
               CONTINUE
           END-PERFORM.

           IF WS-SUB2 > WS-LOG-CONTADOR
               IF WS-LOG-CONTADOR < 50
                   ADD 1 TO WS-LOG-CONTADOR
                   MOVE WS-LOG-CONTADOR TO WS-SUB2
                   MOVE LE-CODIGO TO WS-LOG-CODIGO(WS-SUB2)
                   MOVE SPACE     TO WS-LOG-TIPO(WS-SUB2)
                   MOVE ZERO      TO WS-LOG-UMBRAL(WS-SUB2)
                   MOVE LE-CODIGO TO WS-LOG-DESCRIPCION(WS-SUB2)
               ELSE
                   GO TO 465-FIN
               END-IF
           END-IF.

           MOVE "S"      TO WS-LOG-GANADO(WS-SUB2).
           MOVE LE-FECHA TO WS-LOG-FECHA(WS-SUB2).
           ADD 1 TO WS-LOGROS-GANADOS.

       465-FIN. EXIT.

      *----------------------------------------------------------------
      * 470-AVANCE-LOGRO  --  one pending milestone (entry WS-SUB)
      * with the player's best figure of its kind.
      *----------------------------------------------------------------
       470-AVANCE-LOGRO.

           MOVE ZERO TO WS-AVANCE.
           IF WS-LOG-TIPO(WS-SUB) = "C"
               MOVE WS-MEJOR-COMIDA TO WS-AVANCE
           ELSE IF WS-LOG-TIPO(WS-SUB) = "L"
               MOVE WS-MEJOR-LARGO TO WS-AVANCE
           ELSE IF WS-LOG-TIPO(WS-SUB) = "M"
               MOVE WS-MEJOR-JUGADAS TO WS-AVANCE
           ELSE IF WS-LOG-TIPO(WS-SUB) = "2"
               MOVE WS-VICTORIAS-DUELO TO WS-AVANCE
           END-IF.

           DISPLAY "  [ ] " WS-LOG-DESCRIPCION(WS-SUB)
               " AVANCE " WS-AVANCE " DE " WS-LOG-UMBRAL(WS-SUB).

       470-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-CARGAR-DUELOS  --  one pass over DUELOS.DAT: the player's
      * duels go to the head-to-head table, and every duel is applied
      * to the league fixtures as the league program applies it.
      *----------------------------------------------------------------
       500-CARGAR-DUELOS.

           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 500-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF DU-INICIALES-A = WS-INICIALES-BUSCADAS
                        OR DU-INICIALES-B = WS-INICIALES-BUSCADAS
                           PERFORM 510-DUELO-PROPIO THRU 510-FIN
                       END-IF
                       PERFORM 620-APLICAR-DUELO THRU 620-FIN
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 510-DUELO-PROPIO  --  one duel of the player against the other
      * initials on the record: won, lost, or neither (no survivor).
      *----------------------------------------------------------------
       510-DUELO-PROPIO.

           IF DU-INICIALES-A = WS-INICIALES-BUSCADAS
               MOVE DU-INICIALES-B TO WS-RIVAL-BUSCADO
               IF DU-GANADOR = WS-INICIALES-BUSCADAS
                   ADD 1 TO WS-VICTORIAS-DUELO
               END-IF
           ELSE
               MOVE DU-INICIALES-A TO WS-RIVAL-BUSCADO
           END-IF.

           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-RIV-CONTADOR
                   OR WS-RIV-INI(WS-SUB2) = WS-RIVAL-BUSCADO
               CONTINUE
           END-PERFORM.

           IF WS-SUB2 > WS-RIV-CONTADOR
               IF WS-RIV-CONTADOR < 50
                   ADD 1 TO WS-RIV-CONTADOR
                   MOVE WS-RIV-CONTADOR TO WS-SUB2
                   MOVE WS-RIVAL-BUSCADO TO WS-RIV-INI(WS-SUB2)
                   MOVE ZERO TO WS-RIV-GANADOS(WS-SUB2)
                   MOVE ZERO TO WS-RIV-PERDIDOS(WS-SUB2)
                   MOVE ZERO TO WS-RIV-EMPATES(WS-SUB2)
               ELSE
                   GO TO 510-FIN
               END-IF
           END-IF.

           IF DU-GANADOR = WS-INICIALES-BUSCADAS
               ADD 1 TO WS-RIV-GANADOS(WS-SUB2)
           ELSE IF DU-GANADOR = WS-RIVAL-BUSCADO
               ADD 1 TO WS-RIV-PERDIDOS(WS-SUB2)
           ELSE
               ADD 1 TO WS-RIV-EMPATES(WS-SUB2)
           END-IF.

       510-FIN. EXIT.

      *----------------------------------------------------------------
      * 550-MOSTRAR-DUELOS  --  the head-to-head record per opponent.
      *----------------------------------------------------------------
       550-MOSTRAR-DUELOS.

           DISPLAY " ".
           DISPLAY "---- DUELOS POR RIVAL ----".
           IF WS-RIV-CONTADOR = ZERO
               DISPLAY "SIN DUELOS REGISTRADOS."
               GO TO 550-FIN
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RIV-CONTADOR
               DISPLAY "  VS " WS-RIV-INI(WS-SUB)
                   "  GANADOS " WS-RIV-GANADOS(WS-SUB)
                   "  PERDIDOS " WS-RIV-PERDIDOS(WS-SUB)
                   "  EMPATES " WS-RIV-EMPATES(WS-SUB)
           END-PERFORM.

       550-FIN. EXIT.

      *----------------------------------------------------------------
      * 600-POSICION-LIGA  --  decide the fixtures, build and order the
      * season table as the league program does, and show the
      * player's place in it.
      *----------------------------------------------------------------
       600-POSICION-LIGA.

           DISPLAY " ".
           DISPLAY "---- LIGA ----".
           IF WS-PARTIDOS-CONTADOR = ZERO
               DISPLAY "SIN CALENDARIO DE LIGA."
               GO TO 600-FIN
           END-IF.

           PERFORM 640-OTORGAR-PUNTOS THRU 640-FIN.
           PERFORM 660-ORDENAR-POSICIONES THRU 660-FIN.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POS-CONTADOR
               IF WS-POS-INI(WS-SUB) = WS-INICIALES-BUSCADAS
                   MOVE WS-SUB TO WS-PUESTO
               END-IF
           END-PERFORM.

           IF WS-PUESTO = ZERO
               DISPLAY "NO FIGURA EN LA TABLA DE LA LIGA."
               GO TO 600-FIN
           END-IF.

           DISPLAY "TEMPORADA " WS-TEMPORADA-CAL
               ": PUESTO " WS-PUESTO " DE " WS-POS-CONTADOR.
           DISPLAY "  PJ " WS-POS-PJ(WS-PUESTO)
               "  PG " WS-POS-PG(WS-PUESTO)
               "  PE " WS-POS-PE(WS-PUESTO)
               "  PP " WS-POS-PP(WS-PUESTO)
               "  PTS " WS-POS-PTS(WS-PUESTO).

       600-FIN. EXIT.

      *----------------------------------------------------------------
      * 610-CARGAR-CALENDARIO  --  load LIGASCHED.DAT into the match
      * table.
      *----------------------------------------------------------------
       610-CARGAR-CALENDARIO.

           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS NOT = "00"
               GO TO 610-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SCHED-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF WS-PARTIDOS-CONTADOR < 500
                           ADD 1 TO WS-PARTIDOS-CONTADOR
                           MOVE WS-PARTIDOS-CONTADOR TO WS-SUB
                           IF WS-SUB = 1
                               MOVE LG-TEMPORADA TO WS-TEMPORADA-CAL
                           END-IF
                           MOVE LG-FECHA-DESDE TO WS-PAR-DESDE(WS-SUB)
                           MOVE LG-FECHA-HASTA TO WS-PAR-HASTA(WS-SUB)
                           MOVE LG-JUGADOR-A   TO WS-PAR-INI-A(WS-SUB)
                           MOVE LG-JUGADOR-B   TO WS-PAR-INI-B(WS-SUB)
                           MOVE ZERO TO WS-PAR-MEJOR-A(WS-SUB)
                           MOVE ZERO TO WS-PAR-MEJOR-B(WS-SUB)
                           MOVE "N"  TO WS-PAR-HAY-A(WS-SUB)
                           MOVE "N"  TO WS-PAR-HAY-B(WS-SUB)
                           MOVE ZERO TO WS-PAR-PTS-A(WS-SUB)
                           MOVE ZERO TO WS-PAR-PTS-B(WS-SUB)
                           MOVE "N"  TO WS-PAR-DUELO(WS-SUB)
                           MOVE SPACE TO WS-PAR-GANADOR(WS-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.

       610-FIN. EXIT.

      *----------------------------------------------------------------
      * 620-APLICAR-DUELO  --  a duel inside a round's window decides
      * the fixture of that pairing; the last one played counts.
      *----------------------------------------------------------------
       620-APLICAR-DUELO.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTIDOS-CONTADOR
               IF DU-FECHA NOT < WS-PAR-DESDE(WS-SUB)
                AND DU-FECHA NOT > WS-PAR-HASTA(WS-SUB)
                   IF DU-INICIALES-A = WS-PAR-INI-A(WS-SUB)
                    AND DU-INICIALES-B = WS-PAR-INI-B(WS-SUB)
                       MOVE "S" TO WS-PAR-DUELO(WS-SUB)
                       MOVE "S" TO WS-PAR-HAY-A(WS-SUB)
                       MOVE "S" TO WS-PAR-HAY-B(WS-SUB)
                       MOVE DU-PUNTAJE-A TO WS-PAR-MEJOR-A(WS-SUB)
                       MOVE DU-PUNTAJE-B TO WS-PAR-MEJOR-B(WS-SUB)
                       IF DU-GANADOR = DU-INICIALES-A
                           MOVE "A" TO WS-PAR-GANADOR(WS-SUB)
                       ELSE
                           MOVE "B" TO WS-PAR-GANADOR(WS-SUB)
                       END-IF
                   ELSE IF DU-INICIALES-A = WS-PAR-INI-B(WS-SUB)
                    AND DU-INICIALES-B = WS-PAR-INI-A(WS-SUB)
                       MOVE "S" TO WS-PAR-DUELO(WS-SUB)
                       MOVE "S" TO WS-PAR-HAY-A(WS-SUB)
                       MOVE "S" TO WS-PAR-HAY-B(WS-SUB)
                       MOVE DU-PUNTAJE-B TO WS-PAR-MEJOR-A(WS-SUB)
                       MOVE DU-PUNTAJE-A TO WS-PAR-MEJOR-B(WS-SUB)
                       IF DU-GANADOR = DU-INICIALES-A
                           MOVE "B" TO WS-PAR-GANADOR(WS-SUB)
                       ELSE
                           MOVE "A" TO WS-PAR-GANADOR(WS-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       620-FIN. EXIT.

      *----------------------------------------------------------------
      * 630-APLICAR-SCORE  --  a score inside a match's window raises
      * that player's best qualifying score, unless a duel already
      * decided the match. SCORES.DAT is read before DUELOS.DAT here,
      * so a duel found later resets the match to the duel's scores.
      *----------------------------------------------------------------
       630-APLICAR-SCORE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTIDOS-CONTADOR
               IF WS-PAR-DUELO(WS-SUB) NOT = "S"
                AND SC-FECHA NOT < WS-PAR-DESDE(WS-SUB)
                AND SC-FECHA NOT > WS-PAR-HASTA(WS-SUB)
                   IF SC-INICIALES = WS-PAR-INI-A(WS-SUB)
                       MOVE "S" TO WS-PAR-HAY-A(WS-SUB)
                       IF SC-PUNTAJE > WS-PAR-MEJOR-A(WS-SUB)
                           MOVE SC-PUNTAJE TO WS-PAR-MEJOR-A(WS-SUB)
                       END-IF
                   END-IF
                   IF SC-INICIALES = WS-PAR-INI-B(WS-SUB)
                       MOVE "S" TO WS-PAR-HAY-B(WS-SUB)
                       IF SC-PUNTAJE > WS-PAR-MEJOR-B(WS-SUB)
                           MOVE SC-PUNTAJE TO WS-PAR-MEJOR-B(WS-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       630-FIN. EXIT.

      *----------------------------------------------------------------
      * 640-OTORGAR-PUNTOS  --  3 points a win, 1 a tie, walkover when
      * only one player scored in the window; each played match feeds
      * the season table.
      *----------------------------------------------------------------
       640-OTORGAR-PUNTOS.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTIDOS-CONTADOR
               IF WS-PAR-DUELO(WS-SUB) = "S"
                   IF WS-PAR-GANADOR(WS-SUB) = "A"
                       MOVE 3 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 0 TO WS-PAR-PTS-B(WS-SUB)
                   ELSE IF WS-PAR-GANADOR(WS-SUB) = "B"
                       MOVE 0 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 3 TO WS-PAR-PTS-B(WS-SUB)
                   ELSE
                       MOVE 1 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-B(WS-SUB)
                   END-IF
                   END-IF
               ELSE IF WS-PAR-HAY-A(WS-SUB) = "S"
                AND WS-PAR-HAY-B(WS-SUB) = "S"
                   IF WS-PAR-MEJOR-A(WS-SUB) > WS-PAR-MEJOR-B(WS-SUB)
                       MOVE 3 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 0 TO WS-PAR-PTS-B(WS-SUB)
                   ELSE IF WS-PAR-MEJOR-B(WS-SUB)
                           > WS-PAR-MEJOR-A(WS-SUB)
                       MOVE 0 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 3 TO WS-PAR-PTS-B(WS-SUB)
                   ELSE
                       MOVE 1 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-B(WS-SUB)
                   END-IF
                   END-IF
               ELSE IF WS-PAR-HAY-A(WS-SUB) = "S"
                   MOVE 3 TO WS-PAR-PTS-A(WS-SUB)
                   MOVE 0 TO WS-PAR-PTS-B(WS-SUB)
               ELSE IF WS-PAR-HAY-B(WS-SUB) = "S"
                   MOVE 0 TO WS-PAR-PTS-A(WS-SUB)
                   MOVE 3 TO WS-PAR-PTS-B(WS-SUB)
               END-IF
               END-IF
               END-IF
               END-IF

               IF WS-PAR-HAY-A(WS-SUB) = "S"
                OR WS-PAR-HAY-B(WS-SUB) = "S"
                   MOVE WS-PAR-INI-A(WS-SUB) TO WS-INI-ACUM
                   MOVE WS-PAR-PTS-A(WS-SUB) TO WS-PTS-ACUM
                   PERFORM 650-ACUMULAR-POSICION THRU 650-FIN
                   MOVE WS-PAR-INI-B(WS-SUB) TO WS-INI-ACUM
                   MOVE WS-PAR-PTS-B(WS-SUB) TO WS-PTS-ACUM
                   PERFORM 650-ACUMULAR-POSICION THRU 650-FIN
               END-IF
           END-PERFORM.

       640-FIN. EXIT.

      *----------------------------------------------------------------
      * 650-ACUMULAR-POSICION  --  add one played match (WS-INI-ACUM,
      * WS-PTS-ACUM) into the season table.
      *----------------------------------------------------------------
       650-ACUMULAR-POSICION.

           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-POS-CONTADOR
                   OR WS-POS-INI(WS-SUB2) = WS-INI-ACUM
               CONTINUE
           END-PERFORM.

           IF WS-SUB2 > WS-POS-CONTADOR
               IF WS-POS-CONTADOR < 50
                   ADD 1 TO WS-POS-CONTADOR
                   MOVE WS-POS-CONTADOR TO WS-SUB2
                   MOVE WS-INI-ACUM TO WS-POS-INI(WS-SUB2)
                   MOVE ZERO TO WS-POS-PJ(WS-SUB2)
                   MOVE ZERO TO WS-POS-PG(WS-SUB2)
                   MOVE ZERO TO WS-POS-PE(WS-SUB2)
                   MOVE ZERO TO WS-POS-PP(WS-SUB2)
                   MOVE ZERO TO WS-POS-PTS(WS-SUB2)
               ELSE
                   GO TO 650-FIN
               END-IF
           END-IF.

           ADD 1 TO WS-POS-PJ(WS-SUB2).
           ADD WS-PTS-ACUM TO WS-POS-PTS(WS-SUB2).
           IF WS-PTS-ACUM = 3
               ADD 1 TO WS-POS-PG(WS-SUB2)
           ELSE IF WS-PTS-ACUM = 1
               ADD 1 TO WS-POS-PE(WS-SUB2)
           ELSE
               ADD 1 TO WS-POS-PP(WS-SUB2)
           END-IF.

       650-FIN. EXIT.

      *----------------------------------------------------------------
      * 660-ORDENAR-POSICIONES  --  season table descending by points
      * (the same exchange sort as the league report).
      *----------------------------------------------------------------
       660-ORDENAR-POSICIONES.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POS-CONTADOR
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 NOT < WS-POS-CONTADOR
                   IF WS-POS-PTS(WS-SUB2) < WS-POS-PTS(WS-SUB2 + 1)
                       MOVE WS-POSICION(WS-SUB2) TO WS-POSICION-AUX
                       MOVE WS-POSICION(WS-SUB2 + 1)
                           TO WS-POSICION(WS-SUB2)
                       MOVE WS-POSICION-AUX
                           TO WS-POSICION(WS-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       660-FIN. EXIT.

      *----------------------------------------------------------------
      * 700-REPRODUCIR  --  list the player's catalogued sessions and
      * hand the one picked to the replay program (0 leaves).
      *----------------------------------------------------------------
       700-REPRODUCIR.

           DISPLAY " ".
           DISPLAY "---- SESIONES GRABADAS ----".
           IF WS-SES-OTRO-SITIO > ZERO
               DISPLAY "SESIONES DE OTROS GABINETES "
                   "(SIN REPRODUCCION): " WS-SES-OTRO-SITIO
           END-IF.
           IF WS-SES-CONTADOR = ZERO
               DISPLAY "SIN SESIONES PARA REPRODUCIR."
               MOVE "S" TO WS-FIN-REPRODUCCION
               GO TO 700-FIN
           END-IF.

           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-CONTADOR
               DISPLAY WS-SES-SUB " - " WS-SES-TIMESTAMP(WS-SES-SUB)
                   "  PUNTAJE " WS-SES-PUNTAJE(WS-SES-SUB)
                   "  JUGADAS " WS-SES-JUGADAS(WS-SES-SUB)
           END-PERFORM.
           DISPLAY "NUMERO DE SESION A REPRODUCIR (0 PARA SALIR): ".
           MOVE SPACES TO WS-OPCION.
           ACCEPT WS-OPCION.

           IF WS-OPCION(2:1) = SPACE
               MOVE WS-OPCION(1:1) TO WS-OPCION(2:1)
               MOVE "0" TO WS-OPCION(1:1)
           END-IF.

           MOVE ZERO TO WS-SES-ELEGIDA.
           IF WS-OPCION IS NUMERIC
               MOVE WS-OPCION TO WS-SES-ELEGIDA
           END-IF.
           IF WS-SES-ELEGIDA = ZERO
               MOVE "S" TO WS-FIN-REPRODUCCION
               GO TO 700-FIN
           END-IF.
           IF WS-SES-ELEGIDA > WS-SES-CONTADOR
               DISPLAY "SESION INEXISTENTE."
               GO TO 700-FIN
           END-IF.

           MOVE WS-SES-TIMESTAMP(WS-SES-ELEGIDA) TO WS-SP-TIMESTAMP.
           MOVE WS-INICIALES-BUSCADAS            TO WS-SP-INICIALES.
           CALL "JUEGOSERPIENTE-REPLAY-SESION" USING WS-SESION-PEDIDA
               ON EXCEPTION
                   DISPLAY "REPRODUCCION NO DISPONIBLE."
           END-CALL.

       700-FIN. EXIT.

      *----------------------------------------------------------------
      * 800-PAUSA  --  hold the screen between sections.
      *----------------------------------------------------------------
       800-PAUSA.

           DISPLAY "PULSE ENTER PARA CONTINUAR".
           ACCEPT WS-RESPUESTA.

       800-FIN. EXIT.
