      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Temporadas de la liga de oficina: genera el
      *             calendario todos contra todos de una temporada
      *             nueva con los perfiles activos de PLAYERS.DAT
      *             (descanso por ronda si son impares, ventanas
      *             semanales desde la fecha de inicio, nadie dos
      *             veces en la misma ronda) y lo graba en
      *             LIGASCHED.DAT con su numero de temporada; al
      *             cierre congela la tabla final (el mismo calculo
      *             de JuegoSerpienteLiga) en el historico LIGAHIST.DAT
      *             con el campeon, y emite el salon de la fama de
      *             todas las temporadas en HALLFAMA.RPT.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial de temporadas de la liga.
      * 2026-10-15  DA  Registro de SCORES.DAT de 50 posiciones con el
      *                 codigo de sitio del gabinete que produjo el
      *                 puntaje.
      * 2026-10-15  DA  Cadenas IF/ELSE IF del reparto de puntos
      *                 cerradas antes de acumular el partido, que
      *                 ahora se suma en todos los casos.
      * 2026-10-15  DA  Una temporada sin partidos jugados deja en
      *                 LIGAHIST.DAT una fila en cero por cada jugador
      *                 del calendario, para que la siguiente pueda
      *                 generarse.
      * 2026-10-15  DA  Fecha de inicio validada como fecha de
      *                 calendario. Si falla la grabacion de
      *                 LIGAHIST.DAT la temporada no se da por cerrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-TEMPORADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-INICIALES
               FILE STATUS IS WS-PLAYERS-STATUS.

           SELECT SCHED-FILE ASSIGN TO "LIGASCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SCORES-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-SCORES-STATUS.

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "LIGAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "TEMPORADA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT FAMA-FILE ASSIGN TO "HALLFAMA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMA-STATUS.

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

      *----------------------------------------------------------------
      * Historico de temporadas: la tabla final congelada al cierre,
      * un renglon por jugador; LH-CAMPEON = "S" en el primer puesto.
      *----------------------------------------------------------------
       FD  HISTORIA-FILE.
       01  LH-RECORD.
           05  LH-TEMPORADA           PIC 9(03).
           05  FILLER                 PIC X.
           05  LH-PUESTO              PIC 9(02).
           05  FILLER                 PIC X.
           05  LH-INICIALES           PIC X(03).
           05  FILLER                 PIC X.
           05  LH-PJ                  PIC 9(03).
           05  FILLER                 PIC X.
           05  LH-PG                  PIC 9(03).
           05  FILLER                 PIC X.
           05  LH-PE                  PIC 9(03).
           05  FILLER                 PIC X.
           05  LH-PP                  PIC 9(03).
           05  FILLER                 PIC X.
           05  LH-PTS                 PIC 9(03).
           05  FILLER                 PIC X.
           05  LH-CAMPEON             PIC X.
           05  FILLER                 PIC X.
           05  LH-FECHA-CIERRE        PIC X(08).
           05  FILLER                 PIC X(39).

       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).

       FD  FAMA-FILE.
       01  HF-LINEA                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-SCHED-STATUS            PIC XX.
       01  WS-SCORES-STATUS           PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-HISTORIA-STATUS         PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.
       01  WS-FAMA-STATUS             PIC XX.

       01  WS-EOF-PLAYERS             PIC X VALUE "N".
           88  EOF-PLAYERS                  VALUE "S".
       01  WS-EOF-SCHED               PIC X VALUE "N".
           88  EOF-SCHED                    VALUE "S".
       01  WS-EOF-SCORES              PIC X VALUE "N".
           88  EOF-SCORES                   VALUE "S".
       01  WS-EOF-DUELOS              PIC X VALUE "N".
           88  EOF-DUELOS                   VALUE "S".
       01  WS-EOF-HISTORIA            PIC X VALUE "N".
           88  EOF-HISTORIA                 VALUE "S".

       01  WS-SUB                     PIC 9(03) COMP.
       01  WS-SUB2                    PIC 9(03) COMP.
       01  WS-OPCION                  PIC X VALUE SPACE.
       01  WS-RESPUESTA               PIC X VALUE SPACE.
       01  WS-FECHA-SIS               PIC X(08).

      *----------------------------------------------------------------
      * Temporada en curso (la de LIGASCHED.DAT) y la ultima cerrada
      * en LIGAHIST.DAT. Un calendario tecleado antes de numerar las
      * temporadas trae el numero en blanco y toma el siguiente libre
      * al cerrarse.
      *----------------------------------------------------------------
       01  WS-TEMPORADA-CAL           PIC X(03) VALUE SPACES.
       01  WS-TEMPORADA-CAL-NUM REDEFINES WS-TEMPORADA-CAL
                                      PIC 9(03).
       01  WS-TEMPORADA               PIC 9(03) VALUE ZERO.
       01  WS-ULTIMA-TEMPORADA        PIC 9(03) VALUE ZERO.
       01  WS-CAL-CERRADA             PIC X VALUE "N".
       01  WS-HISTORIA-GRABADA        PIC X VALUE "N".
       01  WS-ULTIMO-HASTA            PIC X(08) VALUE LOW-VALUES.

      *----------------------------------------------------------------
      * Generacion todos contra todos (metodo del circulo): el
      * jugador de la posicion 1 queda fijo y el resto rota una
      * posicion por ronda. Con un numero impar se agrega un lugar
      * vacio: quien lo enfrenta descansa esa ronda.
      *----------------------------------------------------------------
       01  WS-MAX-JUGADORES           PIC 99 VALUE 32.
       01  WS-JUG-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-JUGADORES-TABLA.
           05  WS-JUG-INI OCCURS 33 TIMES
                                      PIC X(03).
       01  WS-ROTACION-TABLA.
           05  WS-ROT OCCURS 33 TIMES PIC 99.
       01  WS-LUGARES                 PIC 99 VALUE ZERO.
       01  WS-MITAD                   PIC 99 VALUE ZERO.
       01  WS-RONDAS                  PIC 99 VALUE ZERO.
       01  WS-RONDA                   PIC 99 VALUE ZERO.
       01  WS-ROT-SUB                 PIC 99 COMP.
       01  WS-ROT-GUARDA              PIC 99.
       01  WS-INI-A                   PIC X(03).
       01  WS-INI-B                   PIC X(03).

       01  WS-FECHA-INICIO            PIC X(08) VALUE SPACES.
       01  WS-FECHA-INICIO-NUM REDEFINES WS-FECHA-INICIO
                                      PIC 9(08).
       01  WS-FI-PARTES REDEFINES WS-FECHA-INICIO.
           05  WS-FI-ANIO             PIC 9(04).
           05  WS-FI-MES              PIC 9(02).
           05  WS-FI-DIA              PIC 9(02).
       01  WS-DIA-INICIO              PIC 9(08).
       01  WS-FECHA-DESDE             PIC 9(08).
       01  WS-FECHA-HASTA             PIC 9(08).

       01  WS-PARTIDOS-GRABADOS       PIC 9(04) VALUE ZERO.
       01  WS-DESCANSOS               PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------
      * Calendario en memoria y tabla de posiciones: el mismo calculo
      * de la liga, partido por partido y acumulado por temporada.
      *----------------------------------------------------------------
       01  WS-PARTIDOS-CONTADOR       PIC 9(03) VALUE ZERO.
       01  WS-PARTIDOS-TABLA.
           05  WS-PARTIDO OCCURS 500 TIMES.
               10  WS-PAR-RONDA       PIC 9(02).
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

       01  WS-INI-ACUM                PIC X(03).
       01  WS-PTS-ACUM                PIC 9(02).

       01  WS-POSICION-AUX.
           05  WS-AUX-INI             PIC X(03).
           05  WS-AUX-PJ              PIC 9(03).
           05  WS-AUX-PG              PIC 9(03).
           05  WS-AUX-PE              PIC 9(03).
           05  WS-AUX-PP              PIC 9(03).
           05  WS-AUX-PTS             PIC 9(03).

      *----------------------------------------------------------------
      * Salon de la fama: acumulado por jugador de todas las
      * temporadas cerradas.
      *----------------------------------------------------------------
       01  WS-FAMA-CONTADOR           PIC 9(03) VALUE ZERO.
       01  WS-FAMA-TABLA.
           05  WS-FAMA OCCURS 100 TIMES.
               10  WS-FA-INI          PIC X(03).
               10  WS-FA-TITULOS      PIC 9(03).
               10  WS-FA-TEMPORADAS   PIC 9(03).
               10  WS-FA-PJ           PIC 9(04).
               10  WS-FA-PG           PIC 9(04).
               10  WS-FA-PE           PIC 9(04).
               10  WS-FA-PP           PIC 9(04).
               10  WS-FA-PTS          PIC 9(05).
       01  WS-FAMA-AUX                PIC X(31).
       01  WS-TEMPORADAS-LEIDAS       PIC 9(03) VALUE ZERO.

       01  WS-LINEA-PARTIDO.
           05  FILLER                 PIC X(02) VALUE "R ".
           05  WS-LP-RONDA            PIC 9(02).
           05  FILLER                 PIC X(02) VALUE "  ".
           05  WS-LP-DESDE            PIC X(08).
           05  FILLER                 PIC X(03) VALUE " A ".
           05  WS-LP-HASTA            PIC X(08).
           05  FILLER                 PIC X(02) VALUE "  ".
           05  WS-LP-INI-A            PIC X(03).
           05  FILLER                 PIC X(04) VALUE " VS ".
           05  WS-LP-INI-B            PIC X(03).
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-LINEA-POSICION.
           05  WS-TP-PUESTO           PIC Z9.
           05  FILLER                 PIC X(02) VALUE ". ".
           05  WS-TP-INI              PIC X(03).
           05  FILLER                 PIC X(04) VALUE "  PJ".
           05  WS-TP-PJ               PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PG".
           05  WS-TP-PG               PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PE".
           05  WS-TP-PE               PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PP".
           05  WS-TP-PP               PIC ZZ9.
           05  FILLER                 PIC X(05) VALUE "  PTS".
           05  WS-TP-PTS              PIC ZZ9.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-LINEA-CAMPEON.
           05  FILLER                 PIC X(10) VALUE "TEMPORADA ".
           05  WS-LC-TEMPORADA        PIC 9(03).
           05  FILLER                 PIC X(10) VALUE "  CAMPEON ".
           05  WS-LC-INI              PIC X(03).
           05  FILLER                 PIC X(05) VALUE "  PTS".
           05  WS-LC-PTS              PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PG".
           05  WS-LC-PG               PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PE".
           05  WS-LC-PE               PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PP".
           05  WS-LC-PP               PIC ZZ9.
           05  FILLER                 PIC X(10) VALUE "  CERRADA ".
           05  WS-LC-FECHA            PIC X(08).
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-LINEA-FAMA.
           05  WS-LF-INI              PIC X(03).
           05  FILLER                 PIC X(09) VALUE "  TITULOS".
           05  WS-LF-TITULOS          PIC ZZ9.
           05  FILLER                 PIC X(12) VALUE "  TEMPORADAS".
           05  WS-LF-TEMPORADAS       PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE "  PJ".
           05  WS-LF-PJ               PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE "  PG".
           05  WS-LF-PG               PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE "  PE".
           05  WS-LF-PE               PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE "  PP".
           05  WS-LF-PP               PIC ZZZ9.
           05  FILLER                 PIC X(05) VALUE "  PTS".
           05  WS-LF-PTS              PIC ZZZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "==== TEMPORADAS DE LA LIGA ====".
           DISPLAY "1. GENERAR CALENDARIO DE TEMPORADA NUEVA".
           DISPLAY "2. CERRAR LA TEMPORADA EN CURSO".
           DISPLAY "3. SALON DE LA FAMA".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.

           IF WS-OPCION = "1"
               PERFORM 100-GENERAR-TEMPORADA THRU 100-FIN
           ELSE IF WS-OPCION = "2"
               PERFORM 600-CERRAR-TEMPORADA THRU 600-FIN
           ELSE IF WS-OPCION = "3"
               PERFORM 700-SALON-FAMA THRU 700-FIN
           ELSE
               DISPLAY "OPCION INVALIDA."
           END-IF.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-LEER-HISTORIA  --  the last season closed on LIGAHIST.DAT,
      * and whether the season on the schedule is already among them.
      *----------------------------------------------------------------
       050-LEER-HISTORIA.

           MOVE ZERO TO WS-ULTIMA-TEMPORADA.
           MOVE "N"  TO WS-CAL-CERRADA.
           MOVE "N"  TO WS-EOF-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.

           PERFORM UNTIL EOF-HISTORIA
               READ HISTORIA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       IF LH-TEMPORADA IS NUMERIC
                           IF LH-TEMPORADA > WS-ULTIMA-TEMPORADA
                               MOVE LH-TEMPORADA
                                   TO WS-ULTIMA-TEMPORADA
                           END-IF
                           IF WS-TEMPORADA-CAL IS NUMERIC
                            AND LH-TEMPORADA = WS-TEMPORADA-CAL-NUM
                               MOVE "S" TO WS-CAL-CERRADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 060-CARGAR-CALENDARIO  --  load LIGASCHED.DAT (kept in round
      * order) into the in-storage match table, noting its season and
      * the end of its last window.
      *----------------------------------------------------------------
       060-CARGAR-CALENDARIO.

           MOVE ZERO TO WS-PARTIDOS-CONTADOR.
           MOVE SPACES TO WS-TEMPORADA-CAL.
           MOVE LOW-VALUES TO WS-ULTIMO-HASTA.
           MOVE "N" TO WS-EOF-SCHED.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS NOT = "00"
               GO TO 060-FIN
           END-IF.

           PERFORM UNTIL EOF-SCHED
               READ SCHED-FILE
                   AT END
                       MOVE "S" TO WS-EOF-SCHED
                   NOT AT END
                       IF WS-PARTIDOS-CONTADOR < 500
                           ADD 1 TO WS-PARTIDOS-CONTADOR
                           MOVE WS-PARTIDOS-CONTADOR TO WS-SUB
                           IF WS-SUB = 1
                               MOVE LG-TEMPORADA TO WS-TEMPORADA-CAL
                           END-IF
                           IF LG-FECHA-HASTA > WS-ULTIMO-HASTA
                               MOVE LG-FECHA-HASTA TO WS-ULTIMO-HASTA
                           END-IF
                           MOVE LG-RONDA       TO WS-PAR-RONDA(WS-SUB)
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

       060-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-GENERAR-TEMPORADA  --  a new season replaces LIGASCHED.DAT,
      * so the season on it must be closed first: otherwise its final
      * table would be lost. The new season takes the next number.
      *----------------------------------------------------------------
       100-GENERAR-TEMPORADA.

           PERFORM 060-CARGAR-CALENDARIO THRU 060-FIN.
           PERFORM 050-LEER-HISTORIA THRU 050-FIN.
           IF WS-PARTIDOS-CONTADOR > ZERO AND WS-CAL-CERRADA NOT = "S"
               DISPLAY "LA TEMPORADA DE LIGASCHED.DAT NO ESTA CERRADA."
               DISPLAY "CIERRELA ANTES DE GENERAR LA SIGUIENTE."
               GO TO 100-FIN
           END-IF.

           PERFORM 110-CARGAR-JUGADORES THRU 110-FIN.
           IF WS-JUG-CONTADOR < 2
               DISPLAY "HACEN FALTA AL MENOS DOS JUGADORES ACTIVOS."
               GO TO 100-FIN
           END-IF.
           IF WS-JUG-CONTADOR > WS-MAX-JUGADORES
               DISPLAY "MAS DE " WS-MAX-JUGADORES
                   " JUGADORES ACTIVOS: LA TEMPORADA NO ENTRA."
               GO TO 100-FIN
           END-IF.

           DISPLAY "FECHA DE INICIO DE LA RONDA 1 (AAAAMMDD): ".
           ACCEPT WS-FECHA-INICIO.
           IF WS-FECHA-INICIO NOT NUMERIC
            OR WS-FI-ANIO < 2000
            OR WS-FI-MES < 1 OR WS-FI-MES > 12
            OR WS-FI-DIA < 1 OR WS-FI-DIA > 31
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-INICIO-NUM)
                   NOT = ZERO
               DISPLAY "FECHA INVALIDA. SIN CAMBIOS."
               GO TO 100-FIN
           END-IF.

           COMPUTE WS-TEMPORADA = WS-ULTIMA-TEMPORADA + 1.
           IF WS-TEMPORADA-CAL IS NUMERIC
            AND WS-TEMPORADA-CAL-NUM NOT < WS-TEMPORADA
               COMPUTE WS-TEMPORADA = WS-TEMPORADA-CAL-NUM + 1
           END-IF.

           DISPLAY "TEMPORADA " WS-TEMPORADA ": " WS-JUG-CONTADOR
               " JUGADORES DESDE EL " WS-FECHA-INICIO.
           DISPLAY "CONFIRMA LA GENERACION? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "SIN CAMBIOS."
               GO TO 100-FIN
           END-IF.

           OPEN OUTPUT SCHED-FILE.
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR LIGASCHED.DAT. ESTADO: "
                   WS-SCHED-STATUS
               GO TO 100-FIN
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO RP-LINEA.
           STRING "==== CALENDARIO DE LA TEMPORADA " WS-TEMPORADA
               " ====" DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

      *    Impares: un lugar vacio mas; quien lo enfrenta descansa.
           MOVE WS-JUG-CONTADOR TO WS-LUGARES.
           IF FUNCTION MOD(WS-LUGARES, 2) = 1
               ADD 1 TO WS-LUGARES
               MOVE SPACES TO WS-JUG-INI(WS-LUGARES)
           END-IF.
           COMPUTE WS-MITAD  = WS-LUGARES / 2.
           COMPUTE WS-RONDAS = WS-LUGARES - 1.
           PERFORM VARYING WS-ROT-SUB FROM 1 BY 1
                   UNTIL WS-ROT-SUB > WS-LUGARES
               MOVE WS-ROT-SUB TO WS-ROT(WS-ROT-SUB)
           END-PERFORM.

           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO-NUM).
           PERFORM 120-GENERAR-RONDA THRU 120-FIN
               VARYING WS-RONDA FROM 1 BY 1
               UNTIL WS-RONDA > WS-RONDAS.

           CLOSE SCHED-FILE.

           MOVE SPACES TO RP-LINEA.
           STRING "PARTIDOS: " WS-PARTIDOS-GRABADOS
               "  DESCANSOS: " WS-DESCANSOS
               "  RONDAS: " WS-RONDAS
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "==== FIN DEL CALENDARIO ====" TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

           DISPLAY "TEMPORADA " WS-TEMPORADA " GENERADA. PARTIDOS: "
               WS-PARTIDOS-GRABADOS.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 110-CARGAR-JUGADORES  --  the active profiles, in initials
      * order (the key order of PLAYERS.DAT).
      *----------------------------------------------------------------
       110-CARGAR-JUGADORES.

           MOVE ZERO TO WS-JUG-CONTADOR.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS NOT = "00"
               GO TO 110-FIN
           END-IF.

           PERFORM UNTIL EOF-PLAYERS
               READ PLAYERS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLAYERS
                   NOT AT END
                       IF PL-ACTIVO = "S"
                           ADD 1 TO WS-JUG-CONTADOR
                           IF WS-JUG-CONTADOR NOT > WS-MAX-JUGADORES
                               MOVE PL-INICIALES
                                   TO WS-JUG-INI(WS-JUG-CONTADOR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.

       110-FIN. EXIT.

      *----------------------------------------------------------------
      * 120-GENERAR-RONDA  --  round WS-RONDA: one week from the start
      * date on, the place in slot I against the one in slot
      * LUGARES + 1 - I, so every player appears exactly once; then
      * every slot but the first turns one place.
      *----------------------------------------------------------------
       120-GENERAR-RONDA.

           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               WS-DIA-INICIO + (WS-RONDA - 1) * 7).
           COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
               WS-DIA-INICIO + (WS-RONDA - 1) * 7 + 6).

           PERFORM VARYING WS-ROT-SUB FROM 1 BY 1
                   UNTIL WS-ROT-SUB > WS-MITAD
               MOVE WS-JUG-INI(WS-ROT(WS-ROT-SUB)) TO WS-INI-A
               MOVE WS-JUG-INI(WS-ROT(WS-LUGARES + 1 - WS-ROT-SUB))
                   TO WS-INI-B
      *        El fijo alterna de lado ronda por ronda.
               IF WS-ROT-SUB = 1 AND FUNCTION MOD(WS-RONDA, 2) = 0
                   MOVE WS-INI-A TO WS-INI-ACUM
                   MOVE WS-INI-B TO WS-INI-A
                   MOVE WS-INI-ACUM TO WS-INI-B
               END-IF
               PERFORM 130-GRABAR-PARTIDO THRU 130-FIN
           END-PERFORM.

           MOVE WS-ROT(WS-LUGARES) TO WS-ROT-GUARDA.
           PERFORM VARYING WS-ROT-SUB FROM WS-LUGARES BY -1
                   UNTIL WS-ROT-SUB < 3
               MOVE WS-ROT(WS-ROT-SUB - 1) TO WS-ROT(WS-ROT-SUB)
           END-PERFORM.
           MOVE WS-ROT-GUARDA TO WS-ROT(2).

       120-FIN. EXIT.

      *----------------------------------------------------------------
      * 130-GRABAR-PARTIDO  --  one fixture on LIGASCHED.DAT and on
      * the report; against the empty slot it is a rest round and
      * only goes on the report (a fixture would hand out a
      * walkover).
      *----------------------------------------------------------------
       130-GRABAR-PARTIDO.

           IF WS-INI-A = SPACES OR WS-INI-B = SPACES
               ADD 1 TO WS-DESCANSOS
               MOVE SPACES TO RP-LINEA
               IF WS-INI-A = SPACES
                   STRING "R " WS-RONDA "  DESCANSA " WS-INI-B
                       DELIMITED BY SIZE INTO RP-LINEA
               ELSE
                   STRING "R " WS-RONDA "  DESCANSA " WS-INI-A
                       DELIMITED BY SIZE INTO RP-LINEA
               END-IF
               WRITE RP-LINEA
               GO TO 130-FIN
           END-IF.

           MOVE SPACES TO LG-RECORD.
           MOVE WS-RONDA       TO LG-RONDA.
           MOVE WS-FECHA-DESDE TO LG-FECHA-DESDE.
           MOVE WS-FECHA-HASTA TO LG-FECHA-HASTA.
           MOVE WS-INI-A       TO LG-JUGADOR-A.
           MOVE WS-INI-B       TO LG-JUGADOR-B.
           MOVE WS-TEMPORADA   TO LG-TEMPORADA.
           WRITE LG-RECORD.
           ADD 1 TO WS-PARTIDOS-GRABADOS.

           MOVE WS-RONDA       TO WS-LP-RONDA.
           MOVE WS-FECHA-DESDE TO WS-LP-DESDE.
           MOVE WS-FECHA-HASTA TO WS-LP-HASTA.
           MOVE WS-INI-A       TO WS-LP-INI-A.
           MOVE WS-INI-B       TO WS-LP-INI-B.
           MOVE WS-LINEA-PARTIDO TO RP-LINEA.
           WRITE RP-LINEA.

       130-FIN. EXIT.

      *----------------------------------------------------------------
      * 150-CARGAR-DUELOS  --  one pass over DUELOS.DAT: a duel whose
      * pairing matches a fixture and whose date falls in the round's
      * window decides that match, exactly as in the league program.
      *----------------------------------------------------------------
       150-CARGAR-DUELOS.

           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 150-FIN
           END-IF.

           PERFORM UNTIL EOF-DUELOS
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DUELOS
                   NOT AT END
                       PERFORM 160-APLICAR-DUELO THRU 160-FIN
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.

       150-FIN. EXIT.

      *----------------------------------------------------------------
      * 160-APLICAR-DUELO  --  apply one duel record to every fixture
      * it satisfies, orienting the scores to the fixture's A/B.
      *----------------------------------------------------------------
       160-APLICAR-DUELO.

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

       160-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-BUSCAR-CALIFICADOS  --  one pass over SCORES.DAT: every
      * score inside a match's date window raises that player's best
      * qualifying score for the match. A match already decided by a
      * real duel is left alone.
      *----------------------------------------------------------------
       200-BUSCAR-CALIFICADOS.

           OPEN INPUT SCORES-FILE.
           IF WS-SCORES-STATUS NOT = "00"
               GO TO 200-FIN
           END-IF.

           PERFORM UNTIL EOF-SCORES
               READ SCORES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SCORES
                   NOT AT END
                       PERFORM 210-APLICAR-SCORE THRU 210-FIN
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 210-APLICAR-SCORE  --  apply the score record just read to
      * every match whose window and player it satisfies.
      *----------------------------------------------------------------
       210-APLICAR-SCORE.

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

       210-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-OTORGAR-PUNTOS  --  decide each match: 3 points for the
      * higher qualifying score, 1 each for a tie, walkover when only
      * one player scored in the window, nothing when neither did.
      * Each player's result feeds the season accumulator.
      *----------------------------------------------------------------
       300-OTORGAR-PUNTOS.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTIDOS-CONTADOR
      *        Un partido decidido por duelo premia al ganador que el
      *        juego grabo (el sobreviviente), no al mejor puntaje.
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
                   PERFORM 410-ACUMULAR-POSICION THRU 410-FIN
                   MOVE WS-PAR-INI-B(WS-SUB) TO WS-INI-ACUM
                   MOVE WS-PAR-PTS-B(WS-SUB) TO WS-PTS-ACUM
                   PERFORM 410-ACUMULAR-POSICION THRU 410-FIN
               END-IF
           END-PERFORM.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 410-ACUMULAR-POSICION  --  add one played match (WS-INI-ACUM,
      * WS-PTS-ACUM) into the season table, creating the player's row
      * on first sight.
      *----------------------------------------------------------------
       410-ACUMULAR-POSICION.

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
                   GO TO 410-FIN
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

       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 420-INSCRIBIR-CALENDARIO  --  a season in which no match was
      * played still closes: every scheduled player goes into the
      * table with zero totals, so the season reaches LIGAHIST.DAT
      * (without a champion) and the next one can be generated.
      *----------------------------------------------------------------
       420-INSCRIBIR-CALENDARIO.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTIDOS-CONTADOR
               MOVE WS-PAR-INI-A(WS-SUB) TO WS-INI-ACUM
               PERFORM 430-INSCRIBIR-JUGADOR THRU 430-FIN
               MOVE WS-PAR-INI-B(WS-SUB) TO WS-INI-ACUM
               PERFORM 430-INSCRIBIR-JUGADOR THRU 430-FIN
           END-PERFORM.

       420-FIN. EXIT.

      *----------------------------------------------------------------
      * 430-INSCRIBIR-JUGADOR  --  a zero row for WS-INI-ACUM unless
      * the player is already in the table.
      *----------------------------------------------------------------
       430-INSCRIBIR-JUGADOR.

           IF WS-INI-ACUM = SPACES
               GO TO 430-FIN
           END-IF.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-POS-CONTADOR
                   OR WS-POS-INI(WS-SUB2) = WS-INI-ACUM
               CONTINUE
           END-PERFORM.

           IF WS-SUB2 > WS-POS-CONTADOR
            AND WS-POS-CONTADOR < 50
               ADD 1 TO WS-POS-CONTADOR
               MOVE WS-POS-CONTADOR TO WS-SUB2
               MOVE WS-INI-ACUM TO WS-POS-INI(WS-SUB2)
               MOVE ZERO TO WS-POS-PJ(WS-SUB2)
               MOVE ZERO TO WS-POS-PG(WS-SUB2)
               MOVE ZERO TO WS-POS-PE(WS-SUB2)
               MOVE ZERO TO WS-POS-PP(WS-SUB2)
               MOVE ZERO TO WS-POS-PTS(WS-SUB2)
           END-IF.

       430-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-ORDENAR-POSICIONES  --  sort the season table descending
      * by points, the same exchange sort as the league report, so
      * the frozen table is the one LIGA.RPT printed.
      *----------------------------------------------------------------
       500-ORDENAR-POSICIONES.

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

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 600-CERRAR-TEMPORADA  --  once the last round's window has
      * passed, compute the final table as the league does and append
      * it to LIGAHIST.DAT. A season is closed only once.
      *----------------------------------------------------------------
       600-CERRAR-TEMPORADA.

           PERFORM 060-CARGAR-CALENDARIO THRU 060-FIN.
           IF WS-PARTIDOS-CONTADOR = ZERO
               DISPLAY "SIN PARTIDOS EN LIGASCHED.DAT."
               GO TO 600-FIN
           END-IF.
           PERFORM 050-LEER-HISTORIA THRU 050-FIN.
           IF WS-CAL-CERRADA = "S"
               DISPLAY "LA TEMPORADA " WS-TEMPORADA-CAL
                   " YA ESTA CERRADA EN LIGAHIST.DAT."
               GO TO 600-FIN
           END-IF.
           IF WS-FECHA-SIS NOT > WS-ULTIMO-HASTA
               DISPLAY "LA ULTIMA RONDA CIERRA EL " WS-ULTIMO-HASTA
                   ". LA TEMPORADA SIGUE EN JUEGO."
               GO TO 600-FIN
           END-IF.

           IF WS-TEMPORADA-CAL IS NUMERIC
            AND WS-TEMPORADA-CAL-NUM > ZERO
               MOVE WS-TEMPORADA-CAL-NUM TO WS-TEMPORADA
           ELSE
               COMPUTE WS-TEMPORADA = WS-ULTIMA-TEMPORADA + 1
           END-IF.

           PERFORM 150-CARGAR-DUELOS THRU 150-FIN.
           PERFORM 200-BUSCAR-CALIFICADOS THRU 200-FIN.
           PERFORM 300-OTORGAR-PUNTOS THRU 300-FIN.
           IF WS-POS-CONTADOR = ZERO
               PERFORM 420-INSCRIBIR-CALENDARIO THRU 420-FIN
           END-IF.
           PERFORM 500-ORDENAR-POSICIONES THRU 500-FIN.

           DISPLAY "CERRAR LA TEMPORADA " WS-TEMPORADA "? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "SIN CAMBIOS."
               GO TO 600-FIN
           END-IF.

           PERFORM 610-GRABAR-HISTORIA THRU 610-FIN.
           IF WS-HISTORIA-GRABADA NOT = "S"
               GO TO 600-FIN
           END-IF.
           IF WS-TEMPORADA-CAL NOT NUMERIC
            OR WS-TEMPORADA-CAL-NUM = ZERO
               PERFORM 650-NUMERAR-CALENDARIO THRU 650-FIN
           END-IF.
           PERFORM 620-REPORTE-CIERRE THRU 620-FIN.

           DISPLAY "TEMPORADA " WS-TEMPORADA " CERRADA. JUGADORES: "
               WS-POS-CONTADOR.

       600-FIN. EXIT.

      *----------------------------------------------------------------
      * 610-GRABAR-HISTORIA  --  append the frozen table; the first
      * place is the champion when it has points. A failed write
      * stops the table and leaves the season open.
      *----------------------------------------------------------------
       610-GRABAR-HISTORIA.

           OPEN EXTEND HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "35"
               OPEN OUTPUT HISTORIA-FILE
           END-IF.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR LIGAHIST.DAT. ESTADO: "
                   WS-HISTORIA-STATUS
               GO TO 610-FIN
           END-IF.

           MOVE "S" TO WS-HISTORIA-GRABADA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POS-CONTADOR
                   OR WS-HISTORIA-GRABADA NOT = "S"
               MOVE SPACES TO LH-RECORD
               MOVE WS-TEMPORADA       TO LH-TEMPORADA
               MOVE WS-SUB             TO LH-PUESTO
               MOVE WS-POS-INI(WS-SUB) TO LH-INICIALES
               MOVE WS-POS-PJ(WS-SUB)  TO LH-PJ
               MOVE WS-POS-PG(WS-SUB)  TO LH-PG
               MOVE WS-POS-PE(WS-SUB)  TO LH-PE
               MOVE WS-POS-PP(WS-SUB)  TO LH-PP
               MOVE WS-POS-PTS(WS-SUB) TO LH-PTS
               IF WS-SUB = 1 AND WS-POS-PTS(WS-SUB) > ZERO
                   MOVE "S" TO LH-CAMPEON
               ELSE
                   MOVE "N" TO LH-CAMPEON
               END-IF
               MOVE WS-FECHA-SIS       TO LH-FECHA-CIERRE
               WRITE LH-RECORD
               IF WS-HISTORIA-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO GRABAR LIGAHIST.DAT. ESTADO: "
                       WS-HISTORIA-STATUS
                   MOVE "N" TO WS-HISTORIA-GRABADA
               END-IF
           END-PERFORM.
           CLOSE HISTORIA-FILE.

       610-FIN. EXIT.

      *----------------------------------------------------------------
      * 620-REPORTE-CIERRE  --  TEMPORADA.RPT with the frozen table.
      *----------------------------------------------------------------
       620-REPORTE-CIERRE.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO RP-LINEA.
           STRING "==== CIERRE DE LA TEMPORADA " WS-TEMPORADA
               " AL " WS-FECHA-SIS " ====" DELIMITED BY SIZE
               INTO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POS-CONTADOR
               MOVE WS-SUB             TO WS-TP-PUESTO
               MOVE WS-POS-INI(WS-SUB) TO WS-TP-INI
               MOVE WS-POS-PJ(WS-SUB)  TO WS-TP-PJ
               MOVE WS-POS-PG(WS-SUB)  TO WS-TP-PG
               MOVE WS-POS-PE(WS-SUB)  TO WS-TP-PE
               MOVE WS-POS-PP(WS-SUB)  TO WS-TP-PP
               MOVE WS-POS-PTS(WS-SUB) TO WS-TP-PTS
               MOVE WS-LINEA-POSICION  TO RP-LINEA
               WRITE RP-LINEA
           END-PERFORM.

           IF WS-POS-CONTADOR > ZERO AND WS-POS-PTS(1) > ZERO
               MOVE SPACES TO RP-LINEA
               STRING "CAMPEON: " WS-POS-INI(1)
                   DELIMITED BY SIZE INTO RP-LINEA
           ELSE
               MOVE "TEMPORADA SIN CAMPEON (NINGUN PARTIDO JUGADO)."
                   TO RP-LINEA
           END-IF.
           WRITE RP-LINEA.

           MOVE "==== FIN DEL CIERRE ====" TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

       620-FIN. EXIT.

      *----------------------------------------------------------------
      * 650-NUMERAR-CALENDARIO  --  a hand-keyed schedule without a
      * season number gets the one it was closed under, so it is
      * recognised as closed from now on.
      *----------------------------------------------------------------
       650-NUMERAR-CALENDARIO.

           OPEN OUTPUT SCHED-FILE.
           IF WS-SCHED-STATUS NOT = "00"
               GO TO 650-FIN
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTIDOS-CONTADOR
               MOVE SPACES TO LG-RECORD
               MOVE WS-PAR-RONDA(WS-SUB) TO LG-RONDA
               MOVE WS-PAR-DESDE(WS-SUB) TO LG-FECHA-DESDE
               MOVE WS-PAR-HASTA(WS-SUB) TO LG-FECHA-HASTA
               MOVE WS-PAR-INI-A(WS-SUB) TO LG-JUGADOR-A
               MOVE WS-PAR-INI-B(WS-SUB) TO LG-JUGADOR-B
               MOVE WS-TEMPORADA         TO LG-TEMPORADA
               WRITE LG-RECORD
           END-PERFORM.
           CLOSE SCHED-FILE.

       650-FIN. EXIT.

      *----------------------------------------------------------------
      * 700-SALON-FAMA  --  HALLFAMA.RPT: the champion of every closed
      * season in order, then every player's titles and totals over
      * all seasons, most titles first.
      *----------------------------------------------------------------
       700-SALON-FAMA.

           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "SIN TEMPORADAS CERRADAS EN LIGAHIST.DAT."
               GO TO 700-FIN
           END-IF.

           OPEN OUTPUT FAMA-FILE.
           MOVE "==== SALON DE LA FAMA DE LA LIGA ====" TO HF-LINEA.
           WRITE HF-LINEA.
           MOVE "---- CAMPEONES POR TEMPORADA ----" TO HF-LINEA.
           WRITE HF-LINEA.

           MOVE "N" TO WS-EOF-HISTORIA.
           PERFORM UNTIL EOF-HISTORIA
               READ HISTORIA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-HISTORIA
                   NOT AT END
                       IF LH-TEMPORADA IS NUMERIC
                           PERFORM 710-UNA-FILA-HISTORIA THRU 710-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-FILE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FAMA-CONTADOR
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 NOT < WS-FAMA-CONTADOR
                   IF WS-FA-TITULOS(WS-SUB2)
                          < WS-FA-TITULOS(WS-SUB2 + 1)
                    OR (WS-FA-TITULOS(WS-SUB2)
                          = WS-FA-TITULOS(WS-SUB2 + 1)
                     AND WS-FA-PTS(WS-SUB2) < WS-FA-PTS(WS-SUB2 + 1))
                       MOVE WS-FAMA(WS-SUB2) TO WS-FAMA-AUX
                       MOVE WS-FAMA(WS-SUB2 + 1) TO WS-FAMA(WS-SUB2)
                       MOVE WS-FAMA-AUX TO WS-FAMA(WS-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "---- TITULOS Y TOTALES POR JUGADOR ----" TO HF-LINEA.
           WRITE HF-LINEA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FAMA-CONTADOR
               MOVE WS-FA-INI(WS-SUB)        TO WS-LF-INI
               MOVE WS-FA-TITULOS(WS-SUB)    TO WS-LF-TITULOS
               MOVE WS-FA-TEMPORADAS(WS-SUB) TO WS-LF-TEMPORADAS
               MOVE WS-FA-PJ(WS-SUB)         TO WS-LF-PJ
               MOVE WS-FA-PG(WS-SUB)         TO WS-LF-PG
               MOVE WS-FA-PE(WS-SUB)         TO WS-LF-PE
               MOVE WS-FA-PP(WS-SUB)         TO WS-LF-PP
               MOVE WS-FA-PTS(WS-SUB)        TO WS-LF-PTS
               MOVE WS-LINEA-FAMA TO HF-LINEA
               WRITE HF-LINEA
           END-PERFORM.

           MOVE SPACES TO HF-LINEA.
           STRING "TEMPORADAS CERRADAS: " WS-TEMPORADAS-LEIDAS
               DELIMITED BY SIZE INTO HF-LINEA.
           WRITE HF-LINEA.
           MOVE "==== FIN DEL SALON DE LA FAMA ====" TO HF-LINEA.
           WRITE HF-LINEA.
           CLOSE FAMA-FILE.

           DISPLAY "SALON DE LA FAMA EMITIDO. TEMPORADAS: "
               WS-TEMPORADAS-LEIDAS.

       700-FIN. EXIT.

      *----------------------------------------------------------------
      * 710-UNA-FILA-HISTORIA  --  one LIGAHIST.DAT row: the champion
      * line when it is one, and the player's accumulated totals.
      *----------------------------------------------------------------
       710-UNA-FILA-HISTORIA.

           IF LH-PUESTO = 1
               ADD 1 TO WS-TEMPORADAS-LEIDAS
           END-IF.

           IF LH-CAMPEON = "S"
               MOVE LH-TEMPORADA    TO WS-LC-TEMPORADA
               MOVE LH-INICIALES    TO WS-LC-INI
               MOVE LH-PTS          TO WS-LC-PTS
               MOVE LH-PG           TO WS-LC-PG
               MOVE LH-PE           TO WS-LC-PE
               MOVE LH-PP           TO WS-LC-PP
               MOVE LH-FECHA-CIERRE TO WS-LC-FECHA
               MOVE WS-LINEA-CAMPEON TO HF-LINEA
               WRITE HF-LINEA
           END-IF.

           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-FAMA-CONTADOR
                   OR WS-FA-INI(WS-SUB2) = LH-INICIALES
               CONTINUE
           END-PERFORM.

           IF WS-SUB2 > WS-FAMA-CONTADOR
               IF WS-FAMA-CONTADOR < 100
                   ADD 1 TO WS-FAMA-CONTADOR
                   MOVE WS-FAMA-CONTADOR TO WS-SUB2
                   MOVE LH-INICIALES TO WS-FA-INI(WS-SUB2)
                   MOVE ZERO TO WS-FA-TITULOS(WS-SUB2)
                   MOVE ZERO TO WS-FA-TEMPORADAS(WS-SUB2)
                   MOVE ZERO TO WS-FA-PJ(WS-SUB2)
                   MOVE ZERO TO WS-FA-PG(WS-SUB2)
                   MOVE ZERO TO WS-FA-PE(WS-SUB2)
                   MOVE ZERO TO WS-FA-PP(WS-SUB2)
                   MOVE ZERO TO WS-FA-PTS(WS-SUB2)
               ELSE
                   GO TO 710-FIN
               END-IF
           END-IF.

           ADD 1      TO WS-FA-TEMPORADAS(WS-SUB2).
           ADD LH-PJ  TO WS-FA-PJ(WS-SUB2).
           ADD LH-PG  TO WS-FA-PG(WS-SUB2).
           ADD LH-PE  TO WS-FA-PE(WS-SUB2).
           ADD LH-PP  TO WS-FA-PP(WS-SUB2).
           ADD LH-PTS TO WS-FA-PTS(WS-SUB2).
           IF LH-CAMPEON = "S"
               ADD 1 TO WS-FA-TITULOS(WS-SUB2)
           END-IF.

       710-FIN. EXIT.
