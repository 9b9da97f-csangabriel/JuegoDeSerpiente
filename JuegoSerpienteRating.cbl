      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Escalafon de rating (estilo Elo) de todos los
      *             duelos jugados, dentro o fuera del calendario de
      *             la liga: mantiene el maestro RATINGS.DAT (clave:
      *             iniciales), aplica cada duelo nuevo de DUELOS.DAT
      *             en orden de DU-TIMESTAMP segun el ganador y el
      *             margen de puntaje, deja cada cambio en el
      *             historico RATINGHIST.DAT, da de alta en periodo
      *             provisional los perfiles nuevos de PLAYERS.DAT e
      *             imprime en RATINGS.RPT el escalafon con el
      *             movimiento desde la corrida anterior. Cada
      *             duelo aplicado (u omitido) queda en el indice
      *             RATINGAPL.DAT por su clave completa, de modo que
      *             un duelo importado de un gabinete con fecha
      *             anterior a la ultima corrida tambien entra.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial del escalafon de rating.
      * 2026-10-15  DA  Duelos aplicados registrados por clave completa
      *                 (fecha y hora, sitio e iniciales) en
      *                 RATINGAPL.DAT en lugar del cursor de fecha de
      *                 RATINGS.CKP, que solo siembra el indice la
      *                 primera vez.
      * 2026-10-15  DA  Si falla la grabacion en RATINGAPL.DAT se dejan
      *                 de aplicar duelos y el paso no queda completo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-RATING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-INICIALES
               FILE STATUS IS WS-RATINGS-STATUS.

           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-INICIALES
               FILE STATUS IS WS-PLAYERS-STATUS.

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "RATINGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT CURSOR-FILE ASSIGN TO "RATINGS.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT APLICADOS-FILE ASSIGN TO "RATINGAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CLAVE
               FILE STATUS IS WS-APLICADOS-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "RATINGS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Maestro del escalafon. RT-RATING-ANT y RT-PUESTO-ANT son la
      * foto al empezar la corrida, para informar el movimiento;
      * RT-PUESTO es cero mientras el perfil siga provisional.
      *----------------------------------------------------------------
       FD  RATINGS-FILE.
       01  RT-RECORD.
           05  RT-INICIALES           PIC X(03).
           05  RT-RATING              PIC 9(04).
           05  RT-RATING-ANT          PIC 9(04).
           05  RT-DUELOS              PIC 9(05).
           05  RT-GANADOS             PIC 9(05).
           05  RT-PERDIDOS            PIC 9(05).
           05  RT-EMPATADOS           PIC 9(05).
           05  RT-PUESTO              PIC 9(03).
           05  RT-PUESTO-ANT          PIC 9(03).
           05  RT-ULT-DUELO           PIC 9(14).
           05  RT-ALTA                PIC X(08).

       FD  PLAYERS-FILE.
       01  PL-RECORD.
           05  PL-INICIALES           PIC X(03).
           05  PL-NOMBRE              PIC X(30).
           05  PL-DIFICULTAD          PIC X.
           05  PL-MODO                PIC X.
           05  PL-PARTIDAS            PIC 9(05).
           05  PL-MEJOR-PUNTAJE       PIC 9(04).
           05  PL-ACTIVO              PIC X.

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
           05  FILLER                 PIC X.
           05  DU-SITIO               PIC X(03).
           05  FILLER                 PIC X(31).

      *----------------------------------------------------------------
      * Historico de cambios: un renglon por jugador por duelo, con
      * el rating antes y despues y el resultado que lo movio.
      *----------------------------------------------------------------
       FD  HISTORIA-FILE.
       01  RH-RECORD.
           05  RH-TIMESTAMP           PIC 9(14).
           05  FILLER                 PIC X.
           05  RH-INICIALES           PIC X(03).
           05  FILLER                 PIC X.
           05  RH-RIVAL               PIC X(03).
           05  FILLER                 PIC X.
           05  RH-RESULTADO           PIC X.
           05  FILLER                 PIC X.
           05  RH-MARGEN              PIC 9(04).
           05  FILLER                 PIC X.
           05  RH-ANTES               PIC 9(04).
           05  FILLER                 PIC X.
           05  RH-DESPUES             PIC 9(04).
           05  FILLER                 PIC X.
           05  RH-SIGNO               PIC X.
           05  RH-CAMBIO              PIC 9(03).
           05  FILLER                 PIC X.
           05  RH-PROVISIONAL         PIC X.
           05  FILLER                 PIC X.
           05  RH-FECHA-CORRIDA       PIC X(08).
           05  FILLER                 PIC X(25).

       FD  CURSOR-FILE.
       01  VC-RECORD.
           05  VC-TIMESTAMP           PIC 9(14).
           05  FILLER                 PIC X(66).

      *----------------------------------------------------------------
      * Duelos ya tratados: uno por duelo aplicado (A) u omitido (O),
      * con la clave completa del duelo en DUELOS.DAT; L para los
      * sembrados desde el cursor de RATINGS.CKP.
      *----------------------------------------------------------------
       FD  APLICADOS-FILE.
       01  DA-RECORD.
           05  DA-CLAVE.
               10  DA-TIMESTAMP       PIC 9(14).
               10  DA-SITIO           PIC X(03).
               10  DA-INICIALES-A     PIC X(03).
               10  DA-INICIALES-B     PIC X(03).
           05  DA-ESTADO              PIC X.
           05  DA-FECHA-CORRIDA       PIC X(08).

       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).

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

       01  WS-RATINGS-STATUS          PIC XX.
       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-HISTORIA-STATUS         PIC XX.
       01  WS-CURSOR-STATUS           PIC XX.
       01  WS-APLICADOS-STATUS        PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.

      *----------------------------------------------------------------
      * Control de corrida (RUNCTL.DAT): un registro por paso del
      * lote con fecha, hora y estado de la ultima corrida (E en
      * ejecucion, C completo, L libre).
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

       01  WS-EOF-RATINGS             PIC X VALUE "N".
           88  EOF-RATINGS                  VALUE "S".
       01  WS-EOF-PLAYERS             PIC X VALUE "N".
           88  EOF-PLAYERS                  VALUE "S".
       01  WS-EOF-DUELOS              PIC X VALUE "N".
           88  EOF-DUELOS                   VALUE "S".

       01  WS-SUB                     PIC 9(03) COMP.
       01  WS-SUB2                    PIC 9(03) COMP.

      *----------------------------------------------------------------
      * Parametros del escalafon: rating de partida, factor K del
      * periodo provisional y del establecido, duelos que dura el
      * periodo provisional y piso del rating.
      *----------------------------------------------------------------
       01  WS-RATING-INICIAL          PIC 9(04) VALUE 1500.
       01  WS-K-PROVISIONAL           PIC 9(02) VALUE 40.
       01  WS-K-ESTABLECIDO           PIC 9(02) VALUE 20.
       01  WS-DUELOS-PROVISIONAL      PIC 9(02) VALUE 10.
       01  WS-RATING-MINIMO           PIC 9(04) VALUE 0100.

      *----------------------------------------------------------------
      * Ultimo duelo aplicado segun RATINGS.CKP, de cuando el
      * escalafon avanzaba por fecha: solo sirve para sembrar
      * RATINGAPL.DAT la primera vez que se crea.
      *----------------------------------------------------------------
       01  WS-CURSOR-TIMESTAMP        PIC 9(14) VALUE ZERO.
       01  WS-APLICADOS-NUEVO         PIC X VALUE "N".
       01  WS-APLICADOS-FALLA         PIC X VALUE "N".
       01  WS-DUELO-TRATADO           PIC X VALUE "N".

      *----------------------------------------------------------------
      * Duelos nuevos en orden de DU-TIMESTAMP. Si hay mas de los que
      * entran se aplican los mas antiguos; el resto queda para la
      * corrida siguiente porque no figura en RATINGAPL.DAT.
      *----------------------------------------------------------------
       01  WS-DUE-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-DUELOS-TABLA.
           05  WS-DUE OCCURS 500 TIMES.
               10  WS-DUE-TIMESTAMP   PIC 9(14).
               10  WS-DUE-SITIO       PIC X(03).
               10  WS-DUE-INI-A       PIC X(03).
               10  WS-DUE-PUNTAJE-A   PIC 9(04).
               10  WS-DUE-INI-B       PIC X(03).
               10  WS-DUE-PUNTAJE-B   PIC 9(04).
               10  WS-DUE-GANADOR     PIC X(03).
       01  WS-DUE-AUX.
           05  WS-DAX-TIMESTAMP       PIC 9(14).
           05  WS-DAX-SITIO           PIC X(03).
           05  WS-DAX-INI-A           PIC X(03).
           05  WS-DAX-PUNTAJE-A       PIC 9(04).
           05  WS-DAX-INI-B           PIC X(03).
           05  WS-DAX-PUNTAJE-B       PIC 9(04).
           05  WS-DAX-GANADOR         PIC X(03).

      *----------------------------------------------------------------
      * Calculo de un duelo. Los dos registros del maestro se guardan
      * aparte para regrabarlos juntos.
      *----------------------------------------------------------------
       01  WS-RT-A                    PIC X(59).
       01  WS-RT-B                    PIC X(59).
       01  WS-RIVAL                   PIC X(03).
       01  WS-RESULTADO-JUG           PIC 9V9.
       01  WS-INI-BUSCADAS            PIC X(03).
       01  WS-RATING-A                PIC 9(04).
       01  WS-RATING-B                PIC 9(04).
       01  WS-DUELOS-A                PIC 9(05).
       01  WS-DUELOS-B                PIC 9(05).
       01  WS-K-A                     PIC 9(02).
       01  WS-K-B                     PIC 9(02).
       01  WS-ESPERADO-A              PIC 9V9(06).
       01  WS-ESPERADO-B              PIC 9V9(06).
       01  WS-RESULTADO-A             PIC 9V9.
       01  WS-RESULTADO-B             PIC 9V9.
       01  WS-MARGEN                  PIC 9(04).
       01  WS-FACTOR-MARGEN           PIC 9V9(04).
       01  WS-CAMBIO-A                PIC S9(04).
       01  WS-CAMBIO-B                PIC S9(04).
       01  WS-NUEVO-RATING            PIC S9(05).

       01  WS-FECHA-SIS               PIC X(08).

      *----------------------------------------------------------------
      * Escalafon en memoria para ordenar y numerar los puestos.
      *----------------------------------------------------------------
       01  WS-ESC-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-ESCALAFON-TABLA.
           05  WS-ESC OCCURS 200 TIMES.
               10  WS-ESC-INI         PIC X(03).
               10  WS-ESC-RATING      PIC 9(04).
               10  WS-ESC-RATING-ANT  PIC 9(04).
               10  WS-ESC-DUELOS      PIC 9(05).
               10  WS-ESC-GANADOS     PIC 9(05).
               10  WS-ESC-PERDIDOS    PIC 9(05).
               10  WS-ESC-PUESTO      PIC 9(03).
               10  WS-ESC-PUESTO-ANT  PIC 9(03).
               10  WS-ESC-PROVISIONAL PIC X.
       01  WS-ESC-AUX                 PIC X(33).
       01  WS-PUESTO                  PIC 9(03) VALUE ZERO.

       01  WS-DUELOS-APLICADOS        PIC 9(06) VALUE ZERO.
       01  WS-DUELOS-OMITIDOS         PIC 9(06) VALUE ZERO.
       01  WS-PERFILES-NUEVOS         PIC 9(06) VALUE ZERO.
       01  WS-DUELOS-PENDIENTES       PIC 9(06) VALUE ZERO.

       01  WS-LINEA-ESCALAFON.
           05  WS-LE-PUESTO           PIC X(04).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LE-INI              PIC X(03).
           05  FILLER                 PIC X(08) VALUE " RATING ".
           05  WS-LE-RATING           PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE " CAMBIO ".
           05  WS-LE-SIGNO            PIC X.
           05  WS-LE-CAMBIO           PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LE-MOVIMIENTO       PIC X(08).
           05  FILLER                 PIC X(08) VALUE " DUELOS ".
           05  WS-LE-DUELOS           PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE " G ".
           05  WS-LE-GANADOS          PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE " P ".
           05  WS-LE-PERDIDOS         PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.

       01  WS-MOV-NUM                 PIC ZZ9.
       01  WS-DIFERENCIA              PIC S9(04).

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(26).
           05  WS-TL-VALOR            PIC ZZZZZ9.
           05  FILLER                 PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "ESCALAFON DE RATING DE DUELOS".

           PERFORM 900-CONTROL-INICIO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               GO TO 000-FIN
           END-IF.

           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.
           PERFORM 010-ABRIR-MAESTRO THRU 010-FIN.
           IF WS-RATINGS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RATINGS.DAT. ESTADO: "
                   WS-RATINGS-STATUS
               GO TO 000-FIN
           END-IF.

           PERFORM 050-LEER-CURSOR THRU 050-FIN.
           PERFORM 020-ABRIR-APLICADOS THRU 020-FIN.
           IF WS-APLICADOS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RATINGAPL.DAT. ESTADO: "
                   WS-APLICADOS-STATUS
               CLOSE RATINGS-FILE
               GO TO 000-FIN
           END-IF.
           IF WS-APLICADOS-NUEVO = "S"
               PERFORM 030-SEMBRAR-APLICADOS THRU 030-FIN
           END-IF.
           PERFORM 100-FOTO-INICIAL THRU 100-FIN.
           PERFORM 150-ALTA-PERFILES THRU 150-FIN.
           PERFORM 200-CARGAR-DUELOS THRU 200-FIN.

           OPEN EXTEND HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "35"
               OPEN OUTPUT HISTORIA-FILE
           END-IF.
           PERFORM 300-APLICAR-DUELO THRU 300-FIN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DUE-CONTADOR
               OR WS-APLICADOS-FALLA = "S".
           CLOSE HISTORIA-FILE.
           CLOSE APLICADOS-FILE.

           PERFORM 500-CLASIFICAR THRU 500-FIN.
           CLOSE RATINGS-FILE.

           PERFORM 600-EMITIR-REPORTE THRU 600-FIN.
           IF WS-APLICADOS-FALLA = "S"
               DISPLAY "DUELOS APLICADOS: " WS-DUELOS-APLICADOS
               DISPLAY "EL PASO RATING NO QUEDA COMPLETO."
               GO TO 000-FIN
           END-IF.
           PERFORM 910-CONTROL-FIN THRU 910-FIN.

           DISPLAY "ESCALAFON ACTUALIZADO. DUELOS APLICADOS: "
               WS-DUELOS-APLICADOS.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 010-ABRIR-MAESTRO  --  open RATINGS.DAT in I-O, creating it on
      * the first run the same way the players' maintenance creates
      * PLAYERS.DAT.
      *----------------------------------------------------------------
       010-ABRIR-MAESTRO.

           OPEN I-O RATINGS-FILE.
           IF WS-RATINGS-STATUS = "35"
               CLOSE RATINGS-FILE
               OPEN OUTPUT RATINGS-FILE
               CLOSE RATINGS-FILE
               OPEN I-O RATINGS-FILE
           END-IF.

       010-FIN. EXIT.

      *----------------------------------------------------------------
      * 020-ABRIR-APLICADOS  --  open RATINGAPL.DAT in I-O, creating
      * it on the first run; WS-APLICADOS-NUEVO tells 030 to seed it.
      *----------------------------------------------------------------
       020-ABRIR-APLICADOS.

           MOVE "N" TO WS-APLICADOS-NUEVO.
           OPEN I-O APLICADOS-FILE.
           IF WS-APLICADOS-STATUS = "35"
               CLOSE APLICADOS-FILE
               OPEN OUTPUT APLICADOS-FILE
               CLOSE APLICADOS-FILE
               OPEN I-O APLICADOS-FILE
               MOVE "S" TO WS-APLICADOS-NUEVO
           END-IF.

       020-FIN. EXIT.

      *----------------------------------------------------------------
      * 030-SEMBRAR-APLICADOS  --  a new RATINGAPL.DAT takes every duel
      * that the RATINGS.CKP cursor had already passed, so none of
      * them is rated twice.
      *----------------------------------------------------------------
       030-SEMBRAR-APLICADOS.

           IF WS-CURSOR-TIMESTAMP = ZERO
               GO TO 030-FIN
           END-IF.
           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 030-FIN
           END-IF.

           MOVE "N" TO WS-EOF-DUELOS.
           PERFORM UNTIL EOF-DUELOS
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DUELOS
                   NOT AT END
                       IF DU-RECORD(1:14) IS NUMERIC
                        AND DU-TIMESTAMP NOT > WS-CURSOR-TIMESTAMP
                           MOVE DU-TIMESTAMP   TO DA-TIMESTAMP
                           MOVE DU-SITIO       TO DA-SITIO
                           MOVE DU-INICIALES-A TO DA-INICIALES-A
                           MOVE DU-INICIALES-B TO DA-INICIALES-B
                           MOVE "L"            TO DA-ESTADO
                           MOVE WS-FECHA-SIS   TO DA-FECHA-CORRIDA
                           WRITE DA-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.
           MOVE "N" TO WS-EOF-DUELOS.

       030-FIN. EXIT.

      *----------------------------------------------------------------
      * 050-LEER-CURSOR  --  the timestamp on RATINGS.CKP is the last
      * duel applied while the ladder still advanced by date. Without
      * the file there is nothing to seed.
      *----------------------------------------------------------------
       050-LEER-CURSOR.

           OPEN INPUT CURSOR-FILE.
           IF WS-CURSOR-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.

           READ CURSOR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VC-RECORD(1:14) IS NUMERIC
                       MOVE VC-TIMESTAMP TO WS-CURSOR-TIMESTAMP
                   END-IF
           END-READ.
           CLOSE CURSOR-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 060-GRABAR-APLICADO  --  checkpoint after every duel: duel
      * WS-SUB goes into RATINGAPL.DAT with the state already in
      * DA-ESTADO, so a run that dies never applies it twice. If the
      * write fails no further duel is applied.
      *----------------------------------------------------------------
       060-GRABAR-APLICADO.

           MOVE WS-DUE-TIMESTAMP(WS-SUB) TO DA-TIMESTAMP.
           MOVE WS-DUE-SITIO(WS-SUB)     TO DA-SITIO.
           MOVE WS-DUE-INI-A(WS-SUB)     TO DA-INICIALES-A.
           MOVE WS-DUE-INI-B(WS-SUB)     TO DA-INICIALES-B.
           MOVE WS-FECHA-SIS             TO DA-FECHA-CORRIDA.
           WRITE DA-RECORD.
           IF WS-APLICADOS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR RATINGAPL.DAT. ESTADO: "
                   WS-APLICADOS-STATUS
               DISPLAY "DUELO " WS-DUE-TIMESTAMP(WS-SUB) " "
                   WS-DUE-INI-A(WS-SUB) " VS " WS-DUE-INI-B(WS-SUB)
               MOVE "S" TO WS-APLICADOS-FALLA
           END-IF.

       060-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-FOTO-INICIAL  --  keep each player's rating and place as
      * they stand before tonight's duels, for the movement columns.
      *----------------------------------------------------------------
       100-FOTO-INICIAL.

           MOVE LOW-VALUES TO RT-INICIALES.
           START RATINGS-FILE KEY IS NOT LESS THAN RT-INICIALES
               INVALID KEY
                   GO TO 100-FIN
           END-START.

           MOVE "N" TO WS-EOF-RATINGS.
           PERFORM UNTIL EOF-RATINGS
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RATINGS
                   NOT AT END
                       MOVE RT-RATING TO RT-RATING-ANT
                       MOVE RT-PUESTO TO RT-PUESTO-ANT
                       REWRITE RT-RECORD
               END-READ
           END-PERFORM.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 150-ALTA-PERFILES  --  every active profile on PLAYERS.DAT
      * without a rating enters at the starting rating, provisional
      * until it has played its first duels.
      *----------------------------------------------------------------
       150-ALTA-PERFILES.

           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS NOT = "00"
               GO TO 150-FIN
           END-IF.

           PERFORM UNTIL EOF-PLAYERS
               READ PLAYERS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLAYERS
                   NOT AT END
                       IF PL-ACTIVO NOT = "N"
                           MOVE PL-INICIALES TO WS-INI-BUSCADAS
                           PERFORM 160-UBICAR-RATING THRU 160-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.

       150-FIN. EXIT.

      *----------------------------------------------------------------
      * 160-UBICAR-RATING  --  read the rating of WS-INI-BUSCADAS into
      * RT-RECORD, writing a new provisional one on first sight (also
      * for initials that duel without a profile).
      *----------------------------------------------------------------
       160-UBICAR-RATING.

           MOVE WS-INI-BUSCADAS TO RT-INICIALES.
           READ RATINGS-FILE
               INVALID KEY
                   MOVE SPACES            TO RT-RECORD
                   MOVE WS-INI-BUSCADAS   TO RT-INICIALES
                   MOVE WS-RATING-INICIAL TO RT-RATING
                   MOVE WS-RATING-INICIAL TO RT-RATING-ANT
                   MOVE ZERO TO RT-DUELOS
                   MOVE ZERO TO RT-GANADOS
                   MOVE ZERO TO RT-PERDIDOS
                   MOVE ZERO TO RT-EMPATADOS
                   MOVE ZERO TO RT-PUESTO
                   MOVE ZERO TO RT-PUESTO-ANT
                   MOVE ZERO TO RT-ULT-DUELO
                   MOVE WS-FECHA-SIS TO RT-ALTA
                   WRITE RT-RECORD
                   ADD 1 TO WS-PERFILES-NUEVOS
           END-READ.

       160-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-CARGAR-DUELOS  --  every duel not yet on RATINGAPL.DAT,
      * inserted in DU-TIMESTAMP order: cabinets and reloads can
      * leave DUELOS.DAT out of order, and the ladder depends on it.
      *----------------------------------------------------------------
       200-CARGAR-DUELOS.

           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 200-FIN
           END-IF.

           PERFORM UNTIL EOF-DUELOS
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-DUELOS
                   NOT AT END
                       IF DU-RECORD(1:14) IS NUMERIC
                           PERFORM 205-BUSCAR-APLICADO THRU 205-FIN
                           IF WS-DUELO-TRATADO = "N"
                               PERFORM 210-INSERTAR-DUELO THRU 210-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 205-BUSCAR-APLICADO  --  WS-DUELO-TRATADO = "S" when the duel
      * just read is already on RATINGAPL.DAT.
      *----------------------------------------------------------------
       205-BUSCAR-APLICADO.

           MOVE "S" TO WS-DUELO-TRATADO.
           MOVE DU-TIMESTAMP   TO DA-TIMESTAMP.
           MOVE DU-SITIO       TO DA-SITIO.
           MOVE DU-INICIALES-A TO DA-INICIALES-A.
           MOVE DU-INICIALES-B TO DA-INICIALES-B.
           READ APLICADOS-FILE
               INVALID KEY
                   MOVE "N" TO WS-DUELO-TRATADO
           END-READ.

       205-FIN. EXIT.

      *----------------------------------------------------------------
      * 210-INSERTAR-DUELO  --  insertion into the ascending table. A
      * full table drops its latest duel (or the new one, when it is
      * later still); dropped duels wait for the next run.
      *----------------------------------------------------------------
       210-INSERTAR-DUELO.

           IF WS-DUE-CONTADOR = 500
               ADD 1 TO WS-DUELOS-PENDIENTES
               IF DU-TIMESTAMP NOT < WS-DUE-TIMESTAMP(500)
                   GO TO 210-FIN
               END-IF
           ELSE
               ADD 1 TO WS-DUE-CONTADOR
           END-IF.

           MOVE WS-DUE-CONTADOR TO WS-SUB2.
           PERFORM UNTIL WS-SUB2 = 1
                   OR WS-DUE-TIMESTAMP(WS-SUB2 - 1) NOT > DU-TIMESTAMP
               MOVE WS-DUE(WS-SUB2 - 1) TO WS-DUE(WS-SUB2)
               SUBTRACT 1 FROM WS-SUB2
           END-PERFORM.

           MOVE DU-TIMESTAMP   TO WS-DUE-TIMESTAMP(WS-SUB2).
           MOVE DU-SITIO       TO WS-DUE-SITIO(WS-SUB2).
           MOVE DU-INICIALES-A TO WS-DUE-INI-A(WS-SUB2).
           MOVE DU-PUNTAJE-A   TO WS-DUE-PUNTAJE-A(WS-SUB2).
           MOVE DU-INICIALES-B TO WS-DUE-INI-B(WS-SUB2).
           MOVE DU-PUNTAJE-B   TO WS-DUE-PUNTAJE-B(WS-SUB2).
           MOVE DU-GANADOR     TO WS-DUE-GANADOR(WS-SUB2).

       210-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-APLICAR-DUELO  --  one duel, WS-SUB, in timestamp order:
      *   expected score  E(A) = 1 / (1 + 10 ** ((R(B) - R(A)) / 400))
      *   result          S = 1 winner, 0 loser, 1/2 each when the
      *                   winner recorded is neither player
      *   margin factor   1 + margin / (margin + 100), from 1 towards 2
      *   change          K * margin factor * (S - E), rounded
      * K is the provisional one while a player has fewer duels than
      * the provisional period. A duel of a player against the same
      * initials is not rated.
      *----------------------------------------------------------------
       300-APLICAR-DUELO.

           IF WS-DUE-INI-A(WS-SUB) = WS-DUE-INI-B(WS-SUB)
            OR WS-DUE-INI-A(WS-SUB) = SPACES
            OR WS-DUE-INI-B(WS-SUB) = SPACES
               ADD 1 TO WS-DUELOS-OMITIDOS
               MOVE "O" TO DA-ESTADO
               PERFORM 060-GRABAR-APLICADO THRU 060-FIN
               GO TO 300-FIN
           END-IF.

           MOVE WS-DUE-INI-B(WS-SUB) TO WS-INI-BUSCADAS.
           PERFORM 160-UBICAR-RATING THRU 160-FIN.
           MOVE RT-RECORD TO WS-RT-B.
           MOVE RT-RATING TO WS-RATING-B.
           MOVE RT-DUELOS TO WS-DUELOS-B.

           MOVE WS-DUE-INI-A(WS-SUB) TO WS-INI-BUSCADAS.
           PERFORM 160-UBICAR-RATING THRU 160-FIN.
           MOVE RT-RECORD TO WS-RT-A.
           MOVE RT-RATING TO WS-RATING-A.
           MOVE RT-DUELOS TO WS-DUELOS-A.

           IF WS-DUELOS-A < WS-DUELOS-PROVISIONAL
               MOVE WS-K-PROVISIONAL TO WS-K-A
           ELSE
               MOVE WS-K-ESTABLECIDO TO WS-K-A
           END-IF.
           IF WS-DUELOS-B < WS-DUELOS-PROVISIONAL
               MOVE WS-K-PROVISIONAL TO WS-K-B
           ELSE
               MOVE WS-K-ESTABLECIDO TO WS-K-B
           END-IF.

           IF WS-DUE-GANADOR(WS-SUB) = WS-DUE-INI-A(WS-SUB)
               MOVE 1 TO WS-RESULTADO-A
           ELSE IF WS-DUE-GANADOR(WS-SUB) = WS-DUE-INI-B(WS-SUB)
               MOVE 0 TO WS-RESULTADO-A
           ELSE
               MOVE 0.5 TO WS-RESULTADO-A
           END-IF.
           COMPUTE WS-RESULTADO-B = 1 - WS-RESULTADO-A.

           IF WS-DUE-PUNTAJE-A(WS-SUB) > WS-DUE-PUNTAJE-B(WS-SUB)
               COMPUTE WS-MARGEN = WS-DUE-PUNTAJE-A(WS-SUB)
                                 - WS-DUE-PUNTAJE-B(WS-SUB)
           ELSE
               COMPUTE WS-MARGEN = WS-DUE-PUNTAJE-B(WS-SUB)
                                 - WS-DUE-PUNTAJE-A(WS-SUB)
           END-IF.
           COMPUTE WS-FACTOR-MARGEN ROUNDED =
               1 + WS-MARGEN / (WS-MARGEN + 100).

           COMPUTE WS-ESPERADO-A ROUNDED =
               1 / (1 + 10 ** ((WS-RATING-B - WS-RATING-A) / 400)).
           COMPUTE WS-ESPERADO-B = 1 - WS-ESPERADO-A.

           COMPUTE WS-CAMBIO-A ROUNDED = WS-K-A * WS-FACTOR-MARGEN
               * (WS-RESULTADO-A - WS-ESPERADO-A).
           COMPUTE WS-CAMBIO-B ROUNDED = WS-K-B * WS-FACTOR-MARGEN
               * (WS-RESULTADO-B - WS-ESPERADO-B).

           MOVE WS-RT-A              TO RT-RECORD.
           MOVE WS-CAMBIO-A          TO WS-DIFERENCIA.
           MOVE WS-RESULTADO-A       TO WS-RESULTADO-JUG.
           MOVE WS-DUE-INI-B(WS-SUB) TO WS-RIVAL.
           PERFORM 350-ACTUALIZAR-JUGADOR THRU 350-FIN.

           MOVE WS-RT-B              TO RT-RECORD.
           MOVE WS-CAMBIO-B          TO WS-DIFERENCIA.
           MOVE WS-RESULTADO-B       TO WS-RESULTADO-JUG.
           MOVE WS-DUE-INI-A(WS-SUB) TO WS-RIVAL.
           PERFORM 350-ACTUALIZAR-JUGADOR THRU 350-FIN.

           ADD 1 TO WS-DUELOS-APLICADOS.
           MOVE "A" TO DA-ESTADO.
           PERFORM 060-GRABAR-APLICADO THRU 060-FIN.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 350-ACTUALIZAR-JUGADOR  --  apply WS-DIFERENCIA to the player
      * in RT-RECORD, whose own result against WS-RIVAL is
      * WS-RESULTADO-JUG, rewrite the master and leave the history
      * line.
      *----------------------------------------------------------------
       350-ACTUALIZAR-JUGADOR.

           MOVE SPACES TO RH-RECORD.
           MOVE WS-DUE-TIMESTAMP(WS-SUB) TO RH-TIMESTAMP.
           MOVE RT-INICIALES  TO RH-INICIALES.
           MOVE WS-RIVAL      TO RH-RIVAL.
           MOVE WS-MARGEN     TO RH-MARGEN.
           MOVE RT-RATING     TO RH-ANTES.
           MOVE WS-FECHA-SIS  TO RH-FECHA-CORRIDA.
           IF RT-DUELOS < WS-DUELOS-PROVISIONAL
               MOVE "P" TO RH-PROVISIONAL
           ELSE
               MOVE "E" TO RH-PROVISIONAL
           END-IF.

           COMPUTE WS-NUEVO-RATING = RT-RATING + WS-DIFERENCIA.
           IF WS-NUEVO-RATING < WS-RATING-MINIMO
               MOVE WS-RATING-MINIMO TO WS-NUEVO-RATING
           END-IF.
           IF WS-NUEVO-RATING > 9999
               MOVE 9999 TO WS-NUEVO-RATING
           END-IF.
           MOVE WS-NUEVO-RATING TO RT-RATING.

           ADD 1 TO RT-DUELOS.
           IF WS-RESULTADO-JUG = 1
               ADD 1 TO RT-GANADOS
               MOVE "G" TO RH-RESULTADO
           ELSE IF WS-RESULTADO-JUG = 0
               ADD 1 TO RT-PERDIDOS
               MOVE "P" TO RH-RESULTADO
           ELSE
               ADD 1 TO RT-EMPATADOS
               MOVE "E" TO RH-RESULTADO
           END-IF.
           MOVE WS-DUE-TIMESTAMP(WS-SUB) TO RT-ULT-DUELO.
           REWRITE RT-RECORD.

           MOVE RT-RATING TO RH-DESPUES.
           IF WS-DIFERENCIA < ZERO
               MOVE "-" TO RH-SIGNO
               COMPUTE RH-CAMBIO = ZERO - WS-DIFERENCIA
           ELSE
               MOVE "+" TO RH-SIGNO
               MOVE WS-DIFERENCIA TO RH-CAMBIO
           END-IF.
           IF WS-HISTORIA-STATUS = "00"
               WRITE RH-RECORD
           END-IF.

       350-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-CLASIFICAR  --  load the whole master, sort it by rating
      * and number the places. Provisional players are listed but
      * take no place; the places are written back to the master for
      * the next run's movement and for the board extract.
      *----------------------------------------------------------------
       500-CLASIFICAR.

           MOVE ZERO TO WS-ESC-CONTADOR.
           MOVE LOW-VALUES TO RT-INICIALES.
           START RATINGS-FILE KEY IS NOT LESS THAN RT-INICIALES
               INVALID KEY
                   GO TO 500-FIN
           END-START.

           MOVE "N" TO WS-EOF-RATINGS.
           PERFORM UNTIL EOF-RATINGS
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RATINGS
                   NOT AT END
                       IF WS-ESC-CONTADOR < 200
                           ADD 1 TO WS-ESC-CONTADOR
                           PERFORM 510-CARGAR-FILA THRU 510-FIN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ESC-CONTADOR
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 NOT < WS-ESC-CONTADOR
                   IF WS-ESC-RATING(WS-SUB2)
                       < WS-ESC-RATING(WS-SUB2 + 1)
                       MOVE WS-ESC(WS-SUB2) TO WS-ESC-AUX
                       MOVE WS-ESC(WS-SUB2 + 1) TO WS-ESC(WS-SUB2)
                       MOVE WS-ESC-AUX TO WS-ESC(WS-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE ZERO TO WS-PUESTO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ESC-CONTADOR
               IF WS-ESC-PROVISIONAL(WS-SUB) = "S"
                   MOVE ZERO TO WS-ESC-PUESTO(WS-SUB)
               ELSE
                   ADD 1 TO WS-PUESTO
                   MOVE WS-PUESTO TO WS-ESC-PUESTO(WS-SUB)
               END-IF
               MOVE WS-ESC-INI(WS-SUB) TO RT-INICIALES
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ESC-PUESTO(WS-SUB) TO RT-PUESTO
                       REWRITE RT-RECORD
               END-READ
           END-PERFORM.

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 510-CARGAR-FILA  --  copy the master record just read into
      * row WS-ESC-CONTADOR of the ladder.
      *----------------------------------------------------------------
       510-CARGAR-FILA.

           MOVE WS-ESC-CONTADOR TO WS-SUB.
           MOVE RT-INICIALES  TO WS-ESC-INI(WS-SUB).
           MOVE RT-RATING     TO WS-ESC-RATING(WS-SUB).
           MOVE RT-RATING-ANT TO WS-ESC-RATING-ANT(WS-SUB).
           MOVE RT-DUELOS     TO WS-ESC-DUELOS(WS-SUB).
           MOVE RT-GANADOS    TO WS-ESC-GANADOS(WS-SUB).
           MOVE RT-PERDIDOS   TO WS-ESC-PERDIDOS(WS-SUB).
           MOVE ZERO          TO WS-ESC-PUESTO(WS-SUB).
           MOVE RT-PUESTO-ANT TO WS-ESC-PUESTO-ANT(WS-SUB).
           IF RT-DUELOS < WS-DUELOS-PROVISIONAL
               MOVE "S" TO WS-ESC-PROVISIONAL(WS-SUB)
           ELSE
               MOVE "N" TO WS-ESC-PROVISIONAL(WS-SUB)
           END-IF.

       510-FIN. EXIT.

      *----------------------------------------------------------------
      * 600-EMITIR-REPORTE  --  write RATINGS.RPT: the ranked ladder
      * with each player's rating change and movement in places since
      * the last run, then the provisional players, then the totals.
      *----------------------------------------------------------------
       600-EMITIR-REPORTE.

           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO RP-LINEA.
           STRING "==== ESCALAFON DE RATING AL " WS-FECHA-SIS " ===="
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ESC-CONTADOR
               IF WS-ESC-PROVISIONAL(WS-SUB) NOT = "S"
                   PERFORM 610-LINEA-ESCALAFON THRU 610-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO RP-LINEA.
           STRING "==== PROVISIONALES (MENOS DE "
               WS-DUELOS-PROVISIONAL " DUELOS) ===="
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ESC-CONTADOR
               IF WS-ESC-PROVISIONAL(WS-SUB) = "S"
                   PERFORM 610-LINEA-ESCALAFON THRU 610-FIN
               END-IF
           END-PERFORM.

           MOVE "==== TOTALES ====" TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUELOS APLICADOS . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-DUELOS-APLICADOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUELOS SIN CALIFICAR . .: " TO WS-TL-ETIQUETA.
           MOVE WS-DUELOS-OMITIDOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUELOS PARA LA PROXIMA .: " TO WS-TL-ETIQUETA.
           MOVE WS-DUELOS-PENDIENTES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PERFILES NUEVOS  . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-PERFILES-NUEVOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "==== FIN DEL ESCALAFON ====" TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

       600-FIN. EXIT.

      *----------------------------------------------------------------
      * 610-LINEA-ESCALAFON  --  one ladder line for row WS-SUB. The
      * movement compares tonight's place with the last run's: SUBE
      * and BAJA by so many places, NUEVO on a first ranking.
      *----------------------------------------------------------------
       610-LINEA-ESCALAFON.

           IF WS-ESC-PUESTO(WS-SUB) = ZERO
               MOVE "PROV" TO WS-LE-PUESTO
           ELSE
               MOVE WS-ESC-PUESTO(WS-SUB) TO WS-MOV-NUM
               MOVE SPACES TO WS-LE-PUESTO
               MOVE WS-MOV-NUM TO WS-LE-PUESTO(1:3)
           END-IF.
           MOVE WS-ESC-INI(WS-SUB)      TO WS-LE-INI.
           MOVE WS-ESC-RATING(WS-SUB)   TO WS-LE-RATING.
           MOVE WS-ESC-DUELOS(WS-SUB)   TO WS-LE-DUELOS.
           MOVE WS-ESC-GANADOS(WS-SUB)  TO WS-LE-GANADOS.
           MOVE WS-ESC-PERDIDOS(WS-SUB) TO WS-LE-PERDIDOS.

           COMPUTE WS-DIFERENCIA = WS-ESC-RATING(WS-SUB)
                                 - WS-ESC-RATING-ANT(WS-SUB).
           IF WS-DIFERENCIA < ZERO
               MOVE "-" TO WS-LE-SIGNO
               COMPUTE WS-LE-CAMBIO = ZERO - WS-DIFERENCIA
           ELSE
               MOVE "+" TO WS-LE-SIGNO
               MOVE WS-DIFERENCIA TO WS-LE-CAMBIO
           END-IF.

           MOVE SPACES TO WS-LE-MOVIMIENTO.
           IF WS-ESC-PUESTO(WS-SUB) = ZERO
               CONTINUE
           ELSE IF WS-ESC-PUESTO-ANT(WS-SUB) = ZERO
               MOVE "NUEVO" TO WS-LE-MOVIMIENTO
           ELSE IF WS-ESC-PUESTO(WS-SUB) < WS-ESC-PUESTO-ANT(WS-SUB)
               COMPUTE WS-MOV-NUM = WS-ESC-PUESTO-ANT(WS-SUB)
                                  - WS-ESC-PUESTO(WS-SUB)
               STRING "SUBE " WS-MOV-NUM
                   DELIMITED BY SIZE INTO WS-LE-MOVIMIENTO
           ELSE IF WS-ESC-PUESTO(WS-SUB) > WS-ESC-PUESTO-ANT(WS-SUB)
               COMPUTE WS-MOV-NUM = WS-ESC-PUESTO(WS-SUB)
                                  - WS-ESC-PUESTO-ANT(WS-SUB)
               STRING "BAJA " WS-MOV-NUM
                   DELIMITED BY SIZE INTO WS-LE-MOVIMIENTO
           ELSE
               MOVE "IGUAL" TO WS-LE-MOVIMIENTO
           END-IF.

           MOVE WS-LINEA-ESCALAFON TO RP-LINEA.
           WRITE RP-LINEA.

       610-FIN. EXIT.

      *----------------------------------------------------------------
      * 900-CONTROL-INICIO  --  the run-control gate: RATING only runs
      * after VERIFICA completed today (so the day's duels are in and
      * reconciled), a run already completed today is refused, and
      * the step is marked running before any work starts.
      *----------------------------------------------------------------
       900-CONTROL-INICIO.

           ACCEPT WS-RC-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RC-HORA-SIS  FROM TIME.
           PERFORM 950-LEER-RUNCTL THRU 950-FIN.

           MOVE "RATING  " TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB = ZERO
               GO TO 900-FIN
           END-IF.
           IF WS-RC-ESTADO(WS-RC-SUB) = "C"
            AND WS-RC-FECHA(WS-RC-SUB) = WS-RC-FECHA-HOY
               DISPLAY "EL PASO RATING YA CORRIO COMPLETO HOY."
               DISPLAY "PROCESO CANCELADO."
               MOVE "S" TO WS-RUNCTL-RECHAZO
               GO TO 900-FIN
           END-IF.
           MOVE WS-RC-SUB TO WS-RC-SUB2.

           MOVE "VERIFICA" TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB = ZERO
            OR WS-RC-ESTADO(WS-RC-SUB) NOT = "C"
            OR WS-RC-FECHA(WS-RC-SUB) NOT = WS-RC-FECHA-HOY
               DISPLAY "EL PASO VERIFICA NO COMPLETO HOY."
               DISPLAY "PROCESO CANCELADO."
               MOVE "S" TO WS-RUNCTL-RECHAZO
               GO TO 900-FIN
           END-IF.

           MOVE WS-RC-FECHA-HOY     TO WS-RC-FECHA(WS-RC-SUB2).
           MOVE WS-RC-HORA-SIS(1:6) TO WS-RC-HORA(WS-RC-SUB2).
           MOVE "E"                 TO WS-RC-ESTADO(WS-RC-SUB2).
           PERFORM 960-GRABAR-RUNCTL THRU 960-FIN.

       900-FIN. EXIT.

      *----------------------------------------------------------------
      * 910-CONTROL-FIN  --  mark the RATING step completed for the
      * day.
      *----------------------------------------------------------------
       910-CONTROL-FIN.

           ACCEPT WS-RC-HORA-SIS FROM TIME.
           PERFORM 950-LEER-RUNCTL THRU 950-FIN.

           MOVE "RATING  " TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB > ZERO
               MOVE WS-RC-FECHA-HOY     TO WS-RC-FECHA(WS-RC-SUB)
               MOVE WS-RC-HORA-SIS(1:6) TO WS-RC-HORA(WS-RC-SUB)
               MOVE "C"                 TO WS-RC-ESTADO(WS-RC-SUB)
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
