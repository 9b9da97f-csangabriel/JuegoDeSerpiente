      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Cambio de iniciales en todos los archivos: renombra
      *             un juego de iniciales a otro, o fusiona dos en uno
      *             cuando el destino ya tiene perfil, en SCORES.DAT,
      *             SCORESHIST.DAT, PLAYERS.DAT (suma PL-PARTIDAS y
      *             conserva el mayor PL-MEJOR-PUNTAJE), LOGROSGAN.DAT
      *             (descarta el logro ya ganado por el destino),
      *             DUELOS.DAT, SESSCAT.DAT, SESSLOG.DAT,
      *             LIGASCHED.DAT, RATINGS.DAT (en la fusion suma los
      *             duelos y promedia el rating por duelos) y las
      *             claves de RATINGAPL.DAT. Primero emite en
      *             RECLAVE.RPT la simulacion sin tocar nada; solo con
      *             confirmacion aplica los cambios, cada uno con su
      *             registro encadenado en AUDIT.DAT, y nunca mientras
      *             el registro SCORES-U de RUNCTL.DAT marque
      *             SCORES.DAT en uso.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial de cambio de iniciales.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje.
      * 2026-10-15  DA  RATINGS.DAT: la fila del origen se renombra o
      *                 se funde en la del destino; las claves de
      *                 RATINGAPL.DAT pasan a las nuevas iniciales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-RECLAVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORES-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-SCORES-STATUS.

           SELECT HIST-FILE ASSIGN TO "SCORESHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-INICIALES
               FILE STATUS IS WS-PLAYERS-STATUS.

           SELECT LOGROSGAN-FILE ASSIGN TO "LOGROSGAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CLAVE
               FILE STATUS IS WS-LOGROSGAN-STATUS.

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT SESSCAT-FILE ASSIGN TO "SESSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSCAT-STATUS.

           SELECT SESSLOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.

           SELECT SCHED-FILE ASSIGN TO "LIGASCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-INICIALES
               FILE STATUS IS WS-RATINGS-STATUS.

           SELECT APLICADOS-FILE ASSIGN TO "RATINGAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CLAVE
               FILE STATUS IS WS-APLICADOS-STATUS.

           SELECT TRABAJO-FILE ASSIGN TO "RECLAVE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "RECLAVE.RPT"
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

       FD  PLAYERS-FILE.
       01  PL-RECORD.
           05  PL-INICIALES           PIC X(03).
           05  PL-NOMBRE              PIC X(30).
           05  PL-DIFICULTAD          PIC X.
           05  PL-MODO                PIC X.
           05  PL-PARTIDAS            PIC 9(05).
           05  PL-MEJOR-PUNTAJE       PIC 9(04).
           05  PL-ACTIVO              PIC X.

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

       FD  SESSCAT-FILE.
       01  CT-RECORD.
           05  CT-TIMESTAMP           PIC 9(14).
           05  CT-INICIALES           PIC X(03).
           05  FILLER                 PIC X(63).

       FD  SESSLOG-FILE.
       01  SL-RECORD.
           05  SL-SESION.
               10  SL-TIMESTAMP       PIC 9(14).
               10  SL-INICIALES       PIC X(03).
           05  FILLER                 PIC X(63).

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

       FD  APLICADOS-FILE.
       01  DA-RECORD.
           05  DA-CLAVE.
               10  DA-TIMESTAMP       PIC 9(14).
               10  DA-SITIO           PIC X(03).
               10  DA-INICIALES-A     PIC X(03).
               10  DA-INICIALES-B     PIC X(03).
           05  DA-ESTADO              PIC X.
           05  DA-FECHA-CORRIDA       PIC X(08).

      *----------------------------------------------------------------
      * Copia de trabajo de un archivo de lineas: se graba con los
      * cambios y despues se vuelca sobre el original.
      *----------------------------------------------------------------
       FD  TRABAJO-FILE.
       01  WK-RECORD                  PIC X(80).

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

       01  WS-SCORES-STATUS           PIC XX.
       01  WS-HIST-STATUS             PIC XX.
       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-LOGROSGAN-STATUS        PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-SESSLOG-STATUS          PIC XX.
       01  WS-SCHED-STATUS            PIC XX.
       01  WS-RATINGS-STATUS          PIC XX.
       01  WS-APLICADOS-STATUS        PIC XX.
       01  WS-TRABAJO-STATUS          PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".

       01  WS-SUB                     PIC 9(03) COMP.
       01  WS-RESPUESTA               PIC X VALUE SPACE.

      *----------------------------------------------------------------
      * Iniciales de origen y destino. Con perfil de destino en
      * PLAYERS.DAT es una fusion; sin el, un renombre.
      *----------------------------------------------------------------
       01  WS-ORIGEN                  PIC X(03) VALUE SPACES.
       01  WS-DESTINO                 PIC X(03) VALUE SPACES.
       01  WS-OPERACION               PIC X(08) VALUE SPACES.
       01  WS-DATOS-VALIDOS           PIC X VALUE "N".

      *----------------------------------------------------------------
      * Pasada: N simula (solo cuenta), S aplica los cambios.
      *----------------------------------------------------------------
       01  WS-APLICAR                 PIC X VALUE "N".
           88  APLICAR-CAMBIOS              VALUE "S".

       01  WS-HUBO-CAMBIO             PIC X VALUE "N".
       01  WS-SESION-AUDITADA         PIC 9(14) VALUE ZERO.

      *----------------------------------------------------------------
      * Conteos de la pasada (simulados o aplicados).
      *----------------------------------------------------------------
       01  WS-CN-SCORES               PIC 9(06) VALUE ZERO.
       01  WS-CN-HISTORICO            PIC 9(06) VALUE ZERO.
       01  WS-CN-PERFIL               PIC 9(06) VALUE ZERO.
       01  WS-CN-LOGROS               PIC 9(06) VALUE ZERO.
       01  WS-CN-LOGROS-DUP           PIC 9(06) VALUE ZERO.
       01  WS-CN-DUELOS               PIC 9(06) VALUE ZERO.
       01  WS-CN-DUELOS-PROPIOS       PIC 9(06) VALUE ZERO.
       01  WS-CN-SESSCAT              PIC 9(06) VALUE ZERO.
       01  WS-CN-SESSLOG              PIC 9(06) VALUE ZERO.
       01  WS-CN-SESIONES             PIC 9(06) VALUE ZERO.
       01  WS-CN-PARTIDOS             PIC 9(06) VALUE ZERO.
       01  WS-CN-PARTIDOS-PROPIOS     PIC 9(06) VALUE ZERO.
       01  WS-CN-RATING               PIC 9(06) VALUE ZERO.
       01  WS-CN-APLICADOS            PIC 9(06) VALUE ZERO.
       01  WS-CN-FALLAS               PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CAMBIOS           PIC 9(06) VALUE ZERO.
       01  WS-AUDITADOS               PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Perfiles de origen y destino leidos de PLAYERS.DAT.
      *----------------------------------------------------------------
       01  WS-HAY-PERFIL-ORIGEN       PIC X VALUE "N".
       01  WS-HAY-PERFIL-DESTINO      PIC X VALUE "N".
       01  WS-PERFIL-ORIGEN           PIC X(45).
       01  WS-PO-CAMPOS REDEFINES WS-PERFIL-ORIGEN.
           05  WS-PO-INICIALES        PIC X(03).
           05  WS-PO-NOMBRE           PIC X(30).
           05  WS-PO-DIFICULTAD       PIC X.
           05  WS-PO-MODO             PIC X.
           05  WS-PO-PARTIDAS         PIC 9(05).
           05  WS-PO-MEJOR-PUNTAJE    PIC 9(04).
           05  WS-PO-ACTIVO           PIC X.
       01  WS-PARTIDAS-SUMA           PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Fila de RATINGS.DAT del origen, guardada antes de leer la del
      * destino.
      *----------------------------------------------------------------
       01  WS-RATING-ORIGEN           PIC X(59).
       01  WS-RO-CAMPOS REDEFINES WS-RATING-ORIGEN.
           05  WS-RO-INICIALES        PIC X(03).
           05  WS-RO-RATING           PIC 9(04).
           05  WS-RO-RATING-ANT       PIC 9(04).
           05  WS-RO-DUELOS           PIC 9(05).
           05  WS-RO-GANADOS          PIC 9(05).
           05  WS-RO-PERDIDOS         PIC 9(05).
           05  WS-RO-EMPATADOS        PIC 9(05).
           05  WS-RO-PUESTO           PIC 9(03).
           05  WS-RO-PUESTO-ANT       PIC 9(03).
           05  WS-RO-ULT-DUELO        PIC 9(14).
           05  WS-RO-ALTA             PIC X(08).
       01  WS-DUELOS-SUMA             PIC 9(06) VALUE ZERO.
       01  WS-RESULTADO-SUMA          PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Claves de RATINGAPL.DAT con las iniciales del origen. Se
      * cambian por tandas: la clave empieza por la fecha y hora del
      * duelo, asi que cada tanda recorre el indice entero.
      *----------------------------------------------------------------
       01  WS-APL-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-APL-SUB                 PIC 9(03) COMP.
       01  WS-APL-TANDA-LLENA         PIC X VALUE "N".
       01  WS-APL-REGISTRO            PIC X(32).
       01  WS-APL-CAMPOS REDEFINES WS-APL-REGISTRO.
           05  WS-APL-TIMESTAMP       PIC 9(14).
           05  WS-APL-SITIO           PIC X(03).
           05  WS-APL-INICIALES-A     PIC X(03).
           05  WS-APL-INICIALES-B     PIC X(03).
           05  FILLER                 PIC X(09).
       01  WS-APLICADOS-TABLA.
           05  WS-APL-CLAVE OCCURS 500 TIMES
                                      PIC X(23).

      *----------------------------------------------------------------
      * Logros ganados por el origen, leidos antes de tocar el
      * archivo indexado (la lectura secuencial no se mezcla con las
      * altas y bajas de la misma pasada).
      *----------------------------------------------------------------
       01  WS-LOG-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-LOGROS-TABLA.
           05  WS-LOG-ENTRADA OCCURS 50 TIMES.
               10  WS-LOG-CODIGO      PIC X(08).
               10  WS-LOG-FECHA       PIC X(08).

      *----------------------------------------------------------------
      * Cadena de AUDIT.DAT: se lee la cola una vez y se avanza en
      * memoria durante toda la pasada que aplica.
      *----------------------------------------------------------------
       01  WS-AUDIT-ABIERTO           PIC X VALUE "N".
       01  WS-AU-FECHA                PIC X(08).
       01  WS-AU-HORA                 PIC X(08).
       01  WS-AU-ACCION               PIC X(08).
       01  WS-AU-ANTES                PIC X(14).
       01  WS-SECUENCIA-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-CADENA-ANTERIOR         PIC 9(08) VALUE ZERO.
       01  WS-CADENA-CALC             PIC 9(08) VALUE ZERO.
       01  WS-CAD-SUB                 PIC 9(02) COMP.
       01  WS-EOF-AUDIT               PIC X VALUE "N".

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(26).
           05  WS-TL-VALOR            PIC ZZZZZ9.
           05  FILLER                 PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------
      * Control de corrida (RUNCTL.DAT): mientras se aplican los
      * cambios el registro SCORES-U queda en E, como en la
      * depuracion, para que el juego y la consola no escriban a la
      * vez; con SCORES-U ya en E el cambio se rechaza.
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

           DISPLAY "CAMBIO DE INICIALES EN TODOS LOS ARCHIVOS".

           PERFORM 050-PEDIR-DATOS THRU 050-FIN.
           IF WS-DATOS-VALIDOS NOT = "S"
               GO TO 000-FIN
           END-IF.

           PERFORM 930-VERIFICAR-USO-SCORES THRU 930-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               GO TO 000-FIN
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE "==== CAMBIO DE INICIALES ====" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING "ORIGEN: " WS-ORIGEN "  DESTINO: " WS-DESTINO
               "  OPERACION: " WS-OPERACION
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

      *    Primera pasada: simulacion, ningun archivo se modifica.
           MOVE "N" TO WS-APLICAR.
           PERFORM 100-PROCESAR-ARCHIVOS THRU 100-FIN.
           MOVE "---- SIMULACION (SIN CAMBIOS) ----" TO RP-LINEA.
           WRITE RP-LINEA.
           PERFORM 600-EMITIR-TOTALES THRU 600-FIN.

           IF WS-TOTAL-CAMBIOS = ZERO
               MOVE "NINGUN REGISTRO LLEVA LAS INICIALES DE ORIGEN."
                   TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "NINGUN REGISTRO CON LAS INICIALES " WS-ORIGEN
               GO TO 000-FIN
           END-IF.

           DISPLAY "SIMULACION EN RECLAVE.RPT. REGISTROS A CAMBIAR: "
               WS-TOTAL-CAMBIOS.
           DISPLAY "APLICA LOS CAMBIOS? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               MOVE "CAMBIOS NO APLICADOS." TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "SIN CAMBIOS."
               GO TO 000-FIN
           END-IF.

           PERFORM 900-CONTROL-INICIO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               MOVE "CAMBIOS NO APLICADOS: SCORES.DAT EN USO."
                   TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               GO TO 000-FIN
           END-IF.
           PERFORM 800-ABRIR-AUDITORIA THRU 800-FIN.

      *    Segunda pasada: los mismos recorridos, ahora grabando.
           MOVE "S" TO WS-APLICAR.
           PERFORM 100-PROCESAR-ARCHIVOS THRU 100-FIN.
           MOVE "---- CAMBIOS APLICADOS ----" TO RP-LINEA.
           WRITE RP-LINEA.
           PERFORM 600-EMITIR-TOTALES THRU 600-FIN.

           MOVE "REGISTROS DE AUDITORIA .: " TO WS-TL-ETIQUETA.
           MOVE WS-AUDITADOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           IF WS-AUDIT-ABIERTO = "S"
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM 910-CONTROL-FIN THRU 910-FIN.

           MOVE "==== FIN DEL CAMBIO DE INICIALES ====" TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

           DISPLAY "CAMBIO APLICADO. REGISTROS: " WS-TOTAL-CAMBIOS
               " AUDITADOS: " WS-AUDITADOS.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-PEDIR-DATOS  --  the two sets of initials; they must be
      * filled in and differ. A destination that already has a
      * profile makes it a merge.
      *----------------------------------------------------------------
       050-PEDIR-DATOS.

           MOVE "N" TO WS-DATOS-VALIDOS.
           DISPLAY "INICIALES DE ORIGEN: ".
           ACCEPT WS-ORIGEN.
           DISPLAY "INICIALES DE DESTINO: ".
           ACCEPT WS-DESTINO.

           IF WS-ORIGEN = SPACES OR WS-DESTINO = SPACES
               DISPLAY "FALTAN INICIALES. SIN CAMBIOS."
               GO TO 050-FIN
           END-IF.
           IF WS-ORIGEN = WS-DESTINO
               DISPLAY "ORIGEN Y DESTINO SON IGUALES. SIN CAMBIOS."
               GO TO 050-FIN
           END-IF.

           MOVE "RENOMBRE" TO WS-OPERACION.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLAYERS-STATUS = "00"
               MOVE WS-DESTINO TO PL-INICIALES
               READ PLAYERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FUSION" TO WS-OPERACION
               END-READ
               CLOSE PLAYERS-FILE
           END-IF.

           DISPLAY WS-OPERACION " DE " WS-ORIGEN " EN " WS-DESTINO.
           MOVE "S" TO WS-DATOS-VALIDOS.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-PROCESAR-ARCHIVOS  --  one pass over every file, counting
      * (simulation) or changing (apply) each record that carries the
      * origin initials.
      *----------------------------------------------------------------
       100-PROCESAR-ARCHIVOS.

           MOVE ZERO TO WS-CN-SCORES WS-CN-HISTORICO WS-CN-PERFIL
               WS-CN-LOGROS WS-CN-LOGROS-DUP WS-CN-DUELOS
               WS-CN-DUELOS-PROPIOS WS-CN-SESSCAT WS-CN-SESSLOG
               WS-CN-SESIONES WS-CN-PARTIDOS WS-CN-PARTIDOS-PROPIOS
               WS-CN-RATING WS-CN-APLICADOS WS-CN-FALLAS
               WS-TOTAL-CAMBIOS.

           PERFORM 200-SCORES THRU 200-FIN.
           PERFORM 250-HISTORICO THRU 250-FIN.
           PERFORM 300-PERFIL THRU 300-FIN.
           PERFORM 350-LOGROS THRU 350-FIN.
           PERFORM 400-DUELOS THRU 400-FIN.
           PERFORM 450-SESSCAT THRU 450-FIN.
           PERFORM 500-SESSLOG THRU 500-FIN.
           PERFORM 550-CALENDARIO THRU 550-FIN.
           PERFORM 570-RATING THRU 570-FIN.
           PERFORM 580-APLICADOS THRU 580-FIN.

           COMPUTE WS-TOTAL-CAMBIOS = WS-CN-SCORES + WS-CN-HISTORICO
               + WS-CN-PERFIL + WS-CN-LOGROS + WS-CN-LOGROS-DUP
               + WS-CN-DUELOS + WS-CN-SESSCAT + WS-CN-SESSLOG
               + WS-CN-PARTIDOS + WS-CN-RATING + WS-CN-APLICADOS.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-SCORES  --  SC-INICIALES on the live score file; the key
      * (the timestamp) does not change, so each record is rewritten
      * in place.
      *----------------------------------------------------------------
       200-SCORES.

           IF APLICAR-CAMBIOS
               OPEN I-O SCORES-FILE
           ELSE
               OPEN INPUT SCORES-FILE
           END-IF.
           IF WS-SCORES-STATUS NOT = "00"
               GO TO 200-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SCORES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SC-INICIALES = WS-ORIGEN
                           PERFORM 210-CAMBIAR-SCORE THRU 210-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 210-CAMBIAR-SCORE  --  one score record of the origin.
      *----------------------------------------------------------------
       210-CAMBIAR-SCORE.

           IF NOT APLICAR-CAMBIOS
               ADD 1 TO WS-CN-SCORES
               GO TO 210-FIN
           END-IF.

           MOVE WS-DESTINO TO SC-INICIALES.
           REWRITE SC-RECORD.
           IF WS-SCORES-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 210-FIN
           END-IF.
           ADD 1 TO WS-CN-SCORES.
           MOVE "SCORE-RK"   TO WS-AU-ACCION.
           MOVE SC-TIMESTAMP TO WS-AU-ANTES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       210-FIN. EXIT.

      *----------------------------------------------------------------
      * 250-HISTORICO  --  SH-INICIALES on the purge archive, a plain
      * sequential file rewritten record by record in I-O.
      *----------------------------------------------------------------
       250-HISTORICO.

           IF APLICAR-CAMBIOS
               OPEN I-O HIST-FILE
           ELSE
               OPEN INPUT HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 250-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SH-INICIALES = WS-ORIGEN
                           PERFORM 260-CAMBIAR-HISTORICO THRU 260-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       250-FIN. EXIT.

      *----------------------------------------------------------------
      * 260-CAMBIAR-HISTORICO  --  one archived score of the origin.
      *----------------------------------------------------------------
       260-CAMBIAR-HISTORICO.

           IF NOT APLICAR-CAMBIOS
               ADD 1 TO WS-CN-HISTORICO
               GO TO 260-FIN
           END-IF.

           MOVE WS-DESTINO TO SH-INICIALES.
           REWRITE SH-RECORD.
           IF WS-HIST-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 260-FIN
           END-IF.
           ADD 1 TO WS-CN-HISTORICO.
           MOVE "SHIST-RK"   TO WS-AU-ACCION.
           MOVE SH-TIMESTAMP TO WS-AU-ANTES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       260-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-PERFIL  --  the origin profile. In a merge the games add
      * up, the higher best score stays and the destination stays
      * active if either was; in a rename the profile is written
      * under the new key. Either way the origin profile goes.
      *----------------------------------------------------------------
       300-PERFIL.

           IF APLICAR-CAMBIOS
               OPEN I-O PLAYERS-FILE
           ELSE
               OPEN INPUT PLAYERS-FILE
           END-IF.
           IF WS-PLAYERS-STATUS NOT = "00"
               GO TO 300-FIN
           END-IF.

           MOVE "N" TO WS-HAY-PERFIL-ORIGEN.
           MOVE WS-ORIGEN TO PL-INICIALES.
           READ PLAYERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HAY-PERFIL-ORIGEN
                   MOVE PL-RECORD TO WS-PERFIL-ORIGEN
           END-READ.
           IF WS-HAY-PERFIL-ORIGEN NOT = "S"
               GO TO 300-CERRAR
           END-IF.

           IF NOT APLICAR-CAMBIOS
               ADD 1 TO WS-CN-PERFIL
               GO TO 300-CERRAR
           END-IF.

           MOVE "N" TO WS-HAY-PERFIL-DESTINO.
           MOVE WS-DESTINO TO PL-INICIALES.
           READ PLAYERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HAY-PERFIL-DESTINO
           END-READ.

           IF WS-HAY-PERFIL-DESTINO = "S"
               COMPUTE WS-PARTIDAS-SUMA = PL-PARTIDAS + WS-PO-PARTIDAS
               IF WS-PARTIDAS-SUMA > 99999
                   MOVE 99999 TO WS-PARTIDAS-SUMA
               END-IF
               MOVE WS-PARTIDAS-SUMA TO PL-PARTIDAS
               IF WS-PO-MEJOR-PUNTAJE > PL-MEJOR-PUNTAJE
                   MOVE WS-PO-MEJOR-PUNTAJE TO PL-MEJOR-PUNTAJE
               END-IF
               IF WS-PO-ACTIVO = "S"
                   MOVE "S" TO PL-ACTIVO
               END-IF
               REWRITE PL-RECORD
               MOVE "PLYR-FUS" TO WS-AU-ACCION
           ELSE
               MOVE WS-PERFIL-ORIGEN TO PL-RECORD
               MOVE WS-DESTINO TO PL-INICIALES
               WRITE PL-RECORD
               MOVE "PLYR-RK " TO WS-AU-ACCION
           END-IF.
           IF WS-PLAYERS-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 300-CERRAR
           END-IF.

           MOVE WS-ORIGEN TO PL-INICIALES.
           DELETE PLAYERS-FILE RECORD.
           IF WS-PLAYERS-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
           END-IF.
           ADD 1 TO WS-CN-PERFIL.
           MOVE WS-ORIGEN TO WS-AU-ANTES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       300-CERRAR.
           CLOSE PLAYERS-FILE.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 350-LOGROS  --  the origin's achievements move to the
      * destination; one the destination already holds is dropped
      * (the key would repeat), keeping the earlier award date.
      *----------------------------------------------------------------
       350-LOGROS.

           IF APLICAR-CAMBIOS
               OPEN I-O LOGROSGAN-FILE
           ELSE
               OPEN INPUT LOGROSGAN-FILE
           END-IF.
           IF WS-LOGROSGAN-STATUS NOT = "00"
               GO TO 350-FIN
           END-IF.

           PERFORM 360-CARGAR-LOGROS THRU 360-FIN.
           PERFORM 370-UN-LOGRO THRU 370-FIN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LOG-CONTADOR.
           CLOSE LOGROSGAN-FILE.

       350-FIN. EXIT.

      *----------------------------------------------------------------
      * 360-CARGAR-LOGROS  --  every LOGROSGAN.DAT key of the origin,
      * positioned with START on the initials part of the key.
      *----------------------------------------------------------------
       360-CARGAR-LOGROS.

           MOVE ZERO TO WS-LOG-CONTADOR.
           MOVE WS-ORIGEN  TO LE-INICIALES.
           MOVE LOW-VALUES TO LE-CODIGO.
           START LOGROSGAN-FILE KEY IS NOT LESS THAN LE-CLAVE
               INVALID KEY
                   GO TO 360-FIN
           END-START.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ LOGROSGAN-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF LE-INICIALES NOT = WS-ORIGEN
                           MOVE "S" TO WS-EOF-ARCHIVO
                       ELSE IF WS-LOG-CONTADOR < 50
                           ADD 1 TO WS-LOG-CONTADOR
                           MOVE LE-CODIGO
                               TO WS-LOG-CODIGO(WS-LOG-CONTADOR)
                           MOVE LE-FECHA
                               TO WS-LOG-FECHA(WS-LOG-CONTADOR)
                       END-IF
               END-READ
           END-PERFORM.

       360-FIN. EXIT.

      *----------------------------------------------------------------
      * 370-UN-LOGRO  --  entry WS-SUB of the origin's achievements.
      *----------------------------------------------------------------
       370-UN-LOGRO.

           MOVE "N" TO WS-HUBO-CAMBIO.
           MOVE WS-DESTINO             TO LE-INICIALES.
           MOVE WS-LOG-CODIGO(WS-SUB)  TO LE-CODIGO.
           READ LOGROSGAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HUBO-CAMBIO
           END-READ.

           IF NOT APLICAR-CAMBIOS
               IF WS-HUBO-CAMBIO = "S"
                   ADD 1 TO WS-CN-LOGROS-DUP
               ELSE
                   ADD 1 TO WS-CN-LOGROS
               END-IF
               GO TO 370-FIN
           END-IF.

      *    Ya ganado por el destino: queda la fecha mas antigua.
           IF WS-HUBO-CAMBIO = "S"
               IF WS-LOG-FECHA(WS-SUB) < LE-FECHA
                   MOVE WS-LOG-FECHA(WS-SUB) TO LE-FECHA
                   REWRITE LE-RECORD
               END-IF
               MOVE "LOGRO-DP" TO WS-AU-ACCION
           ELSE
               MOVE WS-LOG-FECHA(WS-SUB) TO LE-FECHA
               WRITE LE-RECORD
               MOVE "LOGRO-RK" TO WS-AU-ACCION
           END-IF.
           IF WS-LOGROSGAN-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 370-FIN
           END-IF.

           MOVE WS-ORIGEN             TO LE-INICIALES.
           MOVE WS-LOG-CODIGO(WS-SUB) TO LE-CODIGO.
           DELETE LOGROSGAN-FILE RECORD.
           IF WS-LOGROSGAN-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 370-FIN
           END-IF.

           IF WS-AU-ACCION = "LOGRO-DP"
               ADD 1 TO WS-CN-LOGROS-DUP
           ELSE
               ADD 1 TO WS-CN-LOGROS
           END-IF.
           MOVE WS-LOG-CODIGO(WS-SUB) TO WS-AU-ANTES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       370-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-DUELOS  --  both sides and the winner of every duel. A
      * merge of the two players of one duel leaves it against
      * itself; it stays (the rating ladder passes over such duels)
      * and is counted for the report.
      *----------------------------------------------------------------
       400-DUELOS.

           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 400-FIN
           END-IF.
           IF APLICAR-CAMBIOS
               OPEN OUTPUT TRABAJO-FILE
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE "N" TO WS-HUBO-CAMBIO
                       IF DU-INICIALES-A = WS-ORIGEN
                           MOVE WS-DESTINO TO DU-INICIALES-A
                           MOVE "S" TO WS-HUBO-CAMBIO
                       END-IF
                       IF DU-INICIALES-B = WS-ORIGEN
                           MOVE WS-DESTINO TO DU-INICIALES-B
                           MOVE "S" TO WS-HUBO-CAMBIO
                       END-IF
                       IF DU-GANADOR = WS-ORIGEN
                           MOVE WS-DESTINO TO DU-GANADOR
                       END-IF
                       IF WS-HUBO-CAMBIO = "S"
                           ADD 1 TO WS-CN-DUELOS
                           IF DU-INICIALES-A = DU-INICIALES-B
                               ADD 1 TO WS-CN-DUELOS-PROPIOS
                           END-IF
                           IF APLICAR-CAMBIOS
                               MOVE "DUELO-RK"   TO WS-AU-ACCION
                               MOVE DU-TIMESTAMP TO WS-AU-ANTES
                               PERFORM 830-REGISTRAR-AUDITORIA
                                   THRU 830-FIN
                           END-IF
                       END-IF
                       IF APLICAR-CAMBIOS
                           WRITE WK-RECORD FROM DU-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.

           IF APLICAR-CAMBIOS
               CLOSE TRABAJO-FILE
               IF WS-CN-DUELOS > ZERO
                   PERFORM 410-VOLCAR-DUELOS THRU 410-FIN
               END-IF
           END-IF.

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 410-VOLCAR-DUELOS  --  copy the work file back over
      * DUELOS.DAT.
      *----------------------------------------------------------------
       410-VOLCAR-DUELOS.

           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT DUELOS-FILE.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ TRABAJO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       WRITE DU-RECORD FROM WK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-FILE.
           CLOSE DUELOS-FILE.

       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 450-SESSCAT  --  CT-INICIALES on the session catalogue; the
      * replay finds a session by timestamp and initials, so the
      * catalogue and the session log move together.
      *----------------------------------------------------------------
       450-SESSCAT.

           OPEN INPUT SESSCAT-FILE.
           IF WS-SESSCAT-STATUS NOT = "00"
               GO TO 450-FIN
           END-IF.
           IF APLICAR-CAMBIOS
               OPEN OUTPUT TRABAJO-FILE
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SESSCAT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CT-INICIALES = WS-ORIGEN
                           MOVE WS-DESTINO TO CT-INICIALES
                           ADD 1 TO WS-CN-SESSCAT
                           IF APLICAR-CAMBIOS
                               MOVE "SCAT-RK "   TO WS-AU-ACCION
                               MOVE CT-TIMESTAMP TO WS-AU-ANTES
                               PERFORM 830-REGISTRAR-AUDITORIA
                                   THRU 830-FIN
                           END-IF
                       END-IF
                       IF APLICAR-CAMBIOS
                           WRITE WK-RECORD FROM CT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSCAT-FILE.

           IF APLICAR-CAMBIOS
               CLOSE TRABAJO-FILE
               IF WS-CN-SESSCAT > ZERO
                   PERFORM 460-VOLCAR-SESSCAT THRU 460-FIN
               END-IF
           END-IF.

       450-FIN. EXIT.

      *----------------------------------------------------------------
      * 460-VOLCAR-SESSCAT  --  copy the work file back over
      * SESSCAT.DAT.
      *----------------------------------------------------------------
       460-VOLCAR-SESSCAT.

           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT SESSCAT-FILE.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ TRABAJO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       WRITE CT-RECORD FROM WK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-FILE.
           CLOSE SESSCAT-FILE.

       460-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-SESSLOG  --  SL-INICIALES on every move line. The audit
      * trail takes one record per session, not per move: the
      * session (timestamp and initials) is what was re-keyed.
      *----------------------------------------------------------------
       500-SESSLOG.

           OPEN INPUT SESSLOG-FILE.
           IF WS-SESSLOG-STATUS NOT = "00"
               GO TO 500-FIN
           END-IF.
           IF APLICAR-CAMBIOS
               OPEN OUTPUT TRABAJO-FILE
           END-IF.

           MOVE ZERO TO WS-SESION-AUDITADA.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SESSLOG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SL-INICIALES = WS-ORIGEN
                           MOVE WS-DESTINO TO SL-INICIALES
                           ADD 1 TO WS-CN-SESSLOG
                           IF SL-TIMESTAMP NOT = WS-SESION-AUDITADA
                               MOVE SL-TIMESTAMP TO WS-SESION-AUDITADA
                               ADD 1 TO WS-CN-SESIONES
                               IF APLICAR-CAMBIOS
                                   MOVE "SLOG-RK "   TO WS-AU-ACCION
                                   MOVE SL-TIMESTAMP TO WS-AU-ANTES
                                   PERFORM 830-REGISTRAR-AUDITORIA
                                       THRU 830-FIN
                               END-IF
                           END-IF
                       END-IF
                       IF APLICAR-CAMBIOS
                           WRITE WK-RECORD FROM SL-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSLOG-FILE.

           IF APLICAR-CAMBIOS
               CLOSE TRABAJO-FILE
               IF WS-CN-SESSLOG > ZERO
                   PERFORM 510-VOLCAR-SESSLOG THRU 510-FIN
               END-IF
           END-IF.

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 510-VOLCAR-SESSLOG  --  copy the work file back over
      * SESSLOG.DAT.
      *----------------------------------------------------------------
       510-VOLCAR-SESSLOG.

           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT SESSLOG-FILE.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ TRABAJO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       WRITE SL-RECORD FROM WK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-FILE.
           CLOSE SESSLOG-FILE.

       510-FIN. EXIT.

      *----------------------------------------------------------------
      * 550-CALENDARIO  --  both players of every league fixture. A
      * merge of the two players of one fixture leaves it against
      * itself; it is counted for the report and the prevalidation
      * flags it until the schedule is fixed.
      *----------------------------------------------------------------
       550-CALENDARIO.

           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS NOT = "00"
               GO TO 550-FIN
           END-IF.
           IF APLICAR-CAMBIOS
               OPEN OUTPUT TRABAJO-FILE
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SCHED-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE "N" TO WS-HUBO-CAMBIO
                       IF LG-JUGADOR-A = WS-ORIGEN
                           MOVE WS-DESTINO TO LG-JUGADOR-A
                           MOVE "S" TO WS-HUBO-CAMBIO
                       END-IF
                       IF LG-JUGADOR-B = WS-ORIGEN
                           MOVE WS-DESTINO TO LG-JUGADOR-B
                           MOVE "S" TO WS-HUBO-CAMBIO
                       END-IF
                       IF WS-HUBO-CAMBIO = "S"
                           ADD 1 TO WS-CN-PARTIDOS
                           IF LG-JUGADOR-A = LG-JUGADOR-B
                               ADD 1 TO WS-CN-PARTIDOS-PROPIOS
                           END-IF
                           IF APLICAR-CAMBIOS
                               MOVE "LIGA-RK " TO WS-AU-ACCION
                               MOVE SPACES TO WS-AU-ANTES
                               STRING LG-RONDA LG-FECHA-DESDE
                                   DELIMITED BY SIZE INTO WS-AU-ANTES
                               PERFORM 830-REGISTRAR-AUDITORIA
                                   THRU 830-FIN
                           END-IF
                       END-IF
                       IF APLICAR-CAMBIOS
                           WRITE WK-RECORD FROM LG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.

           IF APLICAR-CAMBIOS
               CLOSE TRABAJO-FILE
               IF WS-CN-PARTIDOS > ZERO
                   PERFORM 560-VOLCAR-CALENDARIO THRU 560-FIN
               END-IF
           END-IF.

       550-FIN. EXIT.

      *----------------------------------------------------------------
      * 560-VOLCAR-CALENDARIO  --  copy the work file back over
      * LIGASCHED.DAT.
      *----------------------------------------------------------------
       560-VOLCAR-CALENDARIO.

           OPEN INPUT TRABAJO-FILE.
           OPEN OUTPUT SCHED-FILE.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ TRABAJO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       WRITE LG-RECORD FROM WK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-FILE.
           CLOSE SCHED-FILE.

       560-FIN. EXIT.

      *----------------------------------------------------------------
      * 570-RATING  --  the origin's row on the rating ladder. In a
      * rename it is written under the new key; when the destination
      * already has a row the duel counts add up, the rating becomes
      * the average of both weighted by duels, the later last duel
      * and the earlier start date stay. Either way the origin row
      * goes.
      *----------------------------------------------------------------
       570-RATING.

           IF APLICAR-CAMBIOS
               OPEN I-O RATINGS-FILE
           ELSE
               OPEN INPUT RATINGS-FILE
           END-IF.
           IF WS-RATINGS-STATUS NOT = "00"
               GO TO 570-FIN
           END-IF.

           MOVE "N" TO WS-HUBO-CAMBIO.
           MOVE WS-ORIGEN TO RT-INICIALES.
           READ RATINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HUBO-CAMBIO
                   MOVE RT-RECORD TO WS-RATING-ORIGEN
           END-READ.
           IF WS-HUBO-CAMBIO NOT = "S"
               GO TO 570-CERRAR
           END-IF.

           IF NOT APLICAR-CAMBIOS
               ADD 1 TO WS-CN-RATING
               GO TO 570-CERRAR
           END-IF.

           MOVE "N" TO WS-HUBO-CAMBIO.
           MOVE WS-DESTINO TO RT-INICIALES.
           READ RATINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HUBO-CAMBIO
           END-READ.

           IF WS-HUBO-CAMBIO = "S"
               PERFORM 575-FUNDIR-RATING THRU 575-FIN
               REWRITE RT-RECORD
               MOVE "RTNG-FUS" TO WS-AU-ACCION
           ELSE
               MOVE WS-RATING-ORIGEN TO RT-RECORD
               MOVE WS-DESTINO TO RT-INICIALES
               WRITE RT-RECORD
               MOVE "RTNG-RK " TO WS-AU-ACCION
           END-IF.
           IF WS-RATINGS-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 570-CERRAR
           END-IF.

           MOVE WS-ORIGEN TO RT-INICIALES.
           DELETE RATINGS-FILE RECORD.
           IF WS-RATINGS-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
           END-IF.
           ADD 1 TO WS-CN-RATING.
           MOVE WS-ORIGEN TO WS-AU-ANTES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       570-CERRAR.
           CLOSE RATINGS-FILE.

       570-FIN. EXIT.

      *----------------------------------------------------------------
      * 575-FUNDIR-RATING  --  fold WS-RATING-ORIGEN into the
      * destination row in RT-RECORD. Without duels on either side
      * the destination rating stays.
      *----------------------------------------------------------------
       575-FUNDIR-RATING.

           COMPUTE WS-DUELOS-SUMA = RT-DUELOS + WS-RO-DUELOS.
           IF WS-DUELOS-SUMA > ZERO
               COMPUTE RT-RATING ROUNDED =
                   (RT-RATING * RT-DUELOS
                    + WS-RO-RATING * WS-RO-DUELOS) / WS-DUELOS-SUMA
           END-IF.
           IF WS-DUELOS-SUMA > 99999
               MOVE 99999 TO WS-DUELOS-SUMA
           END-IF.
           MOVE WS-DUELOS-SUMA TO RT-DUELOS.

           COMPUTE WS-RESULTADO-SUMA = RT-GANADOS + WS-RO-GANADOS.
           IF WS-RESULTADO-SUMA > 99999
               MOVE 99999 TO WS-RESULTADO-SUMA
           END-IF.
           MOVE WS-RESULTADO-SUMA TO RT-GANADOS.
           COMPUTE WS-RESULTADO-SUMA = RT-PERDIDOS + WS-RO-PERDIDOS.
           IF WS-RESULTADO-SUMA > 99999
               MOVE 99999 TO WS-RESULTADO-SUMA
           END-IF.
           MOVE WS-RESULTADO-SUMA TO RT-PERDIDOS.
           COMPUTE WS-RESULTADO-SUMA = RT-EMPATADOS + WS-RO-EMPATADOS.
           IF WS-RESULTADO-SUMA > 99999
               MOVE 99999 TO WS-RESULTADO-SUMA
           END-IF.
           MOVE WS-RESULTADO-SUMA TO RT-EMPATADOS.

           IF WS-RO-ULT-DUELO > RT-ULT-DUELO
               MOVE WS-RO-ULT-DUELO TO RT-ULT-DUELO
           END-IF.
           IF WS-RO-ALTA NOT = SPACES
            AND (RT-ALTA = SPACES OR WS-RO-ALTA < RT-ALTA)
               MOVE WS-RO-ALTA TO RT-ALTA
           END-IF.

       575-FIN. EXIT.

      *----------------------------------------------------------------
      * 580-APLICADOS  --  RATINGAPL.DAT keys each applied duel by its
      * initials; once DUELOS.DAT carries the destination the keys
      * must too, or the ladder would rate those duels again.
      *----------------------------------------------------------------
       580-APLICADOS.

           IF APLICAR-CAMBIOS
               OPEN I-O APLICADOS-FILE
           ELSE
               OPEN INPUT APLICADOS-FILE
           END-IF.
           IF WS-APLICADOS-STATUS NOT = "00"
               GO TO 580-FIN
           END-IF.

           MOVE "S" TO WS-APL-TANDA-LLENA.
           PERFORM 585-TANDA-APLICADOS THRU 585-FIN
               UNTIL WS-APL-TANDA-LLENA = "N".
           CLOSE APLICADOS-FILE.

       580-FIN. EXIT.

      *----------------------------------------------------------------
      * 585-TANDA-APLICADOS  --  one sweep of the index. The
      * simulation only counts; the apply pass keeps up to 500 keys,
      * changes them, and asks for another sweep if the table filled.
      *----------------------------------------------------------------
       585-TANDA-APLICADOS.

           MOVE "N" TO WS-APL-TANDA-LLENA.
           MOVE ZERO TO WS-APL-CONTADOR.
           MOVE LOW-VALUES TO DA-CLAVE.
           START APLICADOS-FILE KEY IS NOT LESS THAN DA-CLAVE
               INVALID KEY
                   GO TO 585-FIN
           END-START.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ APLICADOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF DA-INICIALES-A = WS-ORIGEN
                        OR DA-INICIALES-B = WS-ORIGEN
                           IF NOT APLICAR-CAMBIOS
                               ADD 1 TO WS-CN-APLICADOS
                           ELSE IF WS-APL-CONTADOR < 500
                               ADD 1 TO WS-APL-CONTADOR
                               MOVE DA-CLAVE
                                   TO WS-APL-CLAVE(WS-APL-CONTADOR)
                           ELSE
                               MOVE "S" TO WS-APL-TANDA-LLENA
                               MOVE "S" TO WS-EOF-ARCHIVO
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 590-UN-APLICADO THRU 590-FIN
               VARYING WS-APL-SUB FROM 1 BY 1
               UNTIL WS-APL-SUB > WS-APL-CONTADOR.

       585-FIN. EXIT.

      *----------------------------------------------------------------
      * 590-UN-APLICADO  --  key WS-APL-SUB: delete it and write it
      * again with the destination initials. A key already there
      * (the destination had the same duel on file) needs only the
      * delete.
      *----------------------------------------------------------------
       590-UN-APLICADO.

           MOVE WS-APL-CLAVE(WS-APL-SUB) TO DA-CLAVE.
           READ APLICADOS-FILE
               INVALID KEY
                   ADD 1 TO WS-CN-FALLAS
                   GO TO 590-FIN
           END-READ.
           MOVE DA-RECORD TO WS-APL-REGISTRO.
           DELETE APLICADOS-FILE RECORD.
           IF WS-APLICADOS-STATUS NOT = "00"
               ADD 1 TO WS-CN-FALLAS
               GO TO 590-FIN
           END-IF.

           IF WS-APL-INICIALES-A = WS-ORIGEN
               MOVE WS-DESTINO TO WS-APL-INICIALES-A
           END-IF.
           IF WS-APL-INICIALES-B = WS-ORIGEN
               MOVE WS-DESTINO TO WS-APL-INICIALES-B
           END-IF.
           MOVE WS-APL-REGISTRO TO DA-RECORD.
           WRITE DA-RECORD.
           IF WS-APLICADOS-STATUS NOT = "00"
            AND WS-APLICADOS-STATUS NOT = "22"
               ADD 1 TO WS-CN-FALLAS
               GO TO 590-FIN
           END-IF.
           ADD 1 TO WS-CN-APLICADOS.
           MOVE "RAPL-RK "       TO WS-AU-ACCION.
           MOVE WS-APL-TIMESTAMP TO WS-AU-ANTES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       590-FIN. EXIT.

      *----------------------------------------------------------------
      * 600-EMITIR-TOTALES  --  the per-file counts of the pass just
      * run.
      *----------------------------------------------------------------
       600-EMITIR-TOTALES.

           MOVE "SCORES.DAT . . . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-SCORES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SCORESHIST.DAT . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-HISTORICO TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PLAYERS.DAT (PERFIL) . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-PERFIL TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "LOGROSGAN.DAT MOVIDOS  .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-LOGROS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "LOGROSGAN.DAT REPETIDOS : " TO WS-TL-ETIQUETA.
           MOVE WS-CN-LOGROS-DUP TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUELOS.DAT . . . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-DUELOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESSCAT.DAT  . . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-SESSCAT TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESSLOG.DAT (LINEAS) . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-SESSLOG TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESSLOG.DAT (SESIONES) .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-SESIONES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "LIGASCHED.DAT  . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-PARTIDOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "RATINGS.DAT  . . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-RATING TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "RATINGAPL.DAT  . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-CN-APLICADOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           IF WS-CN-DUELOS-PROPIOS > ZERO
               MOVE "AVISO DUELOS CONSIGO . .: " TO WS-TL-ETIQUETA
               MOVE WS-CN-DUELOS-PROPIOS TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.
           IF WS-CN-PARTIDOS-PROPIOS > ZERO
               MOVE "AVISO PARTIDOS CONSIGO .: " TO WS-TL-ETIQUETA
               MOVE WS-CN-PARTIDOS-PROPIOS TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.
           IF WS-CN-FALLAS > ZERO
               MOVE "FALLAS DE GRABACION  . .: " TO WS-TL-ETIQUETA
               MOVE WS-CN-FALLAS TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           MOVE "TOTAL DE REGISTROS . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOTAL-CAMBIOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

       600-FIN. EXIT.

      *----------------------------------------------------------------
      * 800-ABRIR-AUDITORIA  --  open AUDIT.DAT once for the apply
      * pass, after reading the tail of the chain.
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
      * 830-REGISTRAR-AUDITORIA  --  one chained record per change:
      * the origin initials, WS-AU-ACCION, the key of the changed
      * record in CLAVE-ANTES and the destination initials in
      * CLAVE-DESPUES.
      *----------------------------------------------------------------
       830-REGISTRAR-AUDITORIA.

           IF WS-AUDIT-ABIERTO NOT = "S"
               GO TO 830-FIN
           END-IF.

           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE SPACES TO AU-RECORD.
           MOVE WS-AU-FECHA     TO AU-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6) TO AU-TIMESTAMP(9:6).
           MOVE WS-ORIGEN       TO AU-INICIALES.
           MOVE WS-AU-ACCION    TO AU-ACCION.
           MOVE WS-AU-ANTES     TO AU-CLAVE-ANTES.
           MOVE WS-DESTINO      TO AU-CLAVE-DESPUES.
           COMPUTE AU-SECUENCIA = WS-SECUENCIA-ANTERIOR + 1.
           PERFORM 820-CALCULAR-CADENA THRU 820-FIN.
           MOVE WS-CADENA-CALC TO AU-CADENA.
           WRITE AU-RECORD.
           MOVE AU-SECUENCIA TO WS-SECUENCIA-ANTERIOR.
           MOVE AU-CADENA    TO WS-CADENA-ANTERIOR.
           ADD 1 TO WS-AUDITADOS.

       830-FIN. EXIT.

      *----------------------------------------------------------------
      * 900-CONTROL-INICIO  --  the interlock before writing: refused
      * while SCORES-U is E (a game, the purge or another utility
      * holds SCORES.DAT); otherwise SCORES-U is set to E for the
      * duration of the changes.
      *----------------------------------------------------------------
       900-CONTROL-INICIO.

           ACCEPT WS-RC-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RC-HORA-SIS  FROM TIME.
           PERFORM 930-VERIFICAR-USO-SCORES THRU 930-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               GO TO 900-FIN
           END-IF.

           MOVE "SCORES-U" TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB > ZERO
               MOVE WS-RC-FECHA-HOY     TO WS-RC-FECHA(WS-RC-SUB)
               MOVE WS-RC-HORA-SIS(1:6) TO WS-RC-HORA(WS-RC-SUB)
               MOVE "E"                 TO WS-RC-ESTADO(WS-RC-SUB)
           END-IF.

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
      * 930-VERIFICAR-USO-SCORES  --  load RUNCTL.DAT and set
      * WS-RUNCTL-RECHAZO when the SCORES-U row is in state E.
      *----------------------------------------------------------------
       930-VERIFICAR-USO-SCORES.

           MOVE "N" TO WS-RUNCTL-RECHAZO.
           PERFORM 950-LEER-RUNCTL THRU 950-FIN.
           MOVE "SCORES-U" TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB > ZERO
               IF WS-RC-ESTADO(WS-RC-SUB) = "E"
                   DISPLAY "SCORES.DAT EN USO (JUEGO O LOTE EN CURSO)."
                   DISPLAY "CAMBIO DE INICIALES RECHAZADO."
                   MOVE "S" TO WS-RUNCTL-RECHAZO
               END-IF
           END-IF.

       930-FIN. EXIT.

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
