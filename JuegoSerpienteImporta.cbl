      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Importacion central de los archivos de traspaso de
      *             los gabinetes (JuegoSerpienteExporta). Primero
      *             valida el archivo entero contra su cola: cabecera
      *             y cola del mismo sitio y lote, conteos por tipo y
      *             total de control de puntajes, y que el lote no se
      *             haya importado antes (CONSOLIDA.DAT; un lote que
      *             quedo parcial por errores de grabacion puede
      *             repetirse); un archivo que no cuadra se rechaza
      *             completo. Confirmado, el
      *             archivo se incorpora a los maestros centrales con
      *             el codigo de sitio en cada registro: puntajes a
      *             SCORES.DAT (una clave ocupada por otro puntaje se
      *             corre al siguiente segundo libre, como en el
      *             juego, y los duelos y sesiones de ese puntaje la
      *             siguen), duelos a DUELOS.DAT y sesiones a
      *             SESSCAT.DAT. Un puntaje de un mes ya cerrado en
      *             PERIODOS.DAT no entra a SCORES.DAT: queda como
      *             alta en AJUSTES.DAT para el primer mes abierto.
      *             Los duplicados y los registros invalidos se
      *             rechazan y se informan en IMPORTA.RPT; cada
      *             registro incorporado y la corrida quedan en
      *             AUDIT.DAT. Se rechaza con SCORES.DAT en uso
      *             (RUNCTL.DAT, registro SCORES-U).
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial de importacion central.
      * 2026-10-15  DA  Lote con errores de grabacion registrado P
      *                 (parcial) en CONSOLIDA.DAT; un lote parcial
      *                 se acepta de nuevo y sus duplicados se
      *                 rechazan registro por registro.
      * 2026-10-15  DA  Grabaciones de AJUSTES.DAT, DUELOS.DAT y
      *                 SESSCAT.DAT controladas: un error cuenta para
      *                 el lote parcial y no se audita.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-IMPORTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASPASO-FILE ASSIGN USING WS-NOMBRE-TRASPASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRASPASO-STATUS.

           SELECT SCORES-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-SCORES-STATUS.

           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-INICIALES
               FILE STATUS IS WS-PLAYERS-STATUS.

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT SESSCAT-FILE ASSIGN TO "SESSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSCAT-STATUS.

           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTES-STATUS.

           SELECT CONSOLIDA-FILE ASSIGN TO "CONSOLIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOLIDA-STATUS.

           SELECT SITIO-FILE ASSIGN TO "SITIO.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITIO-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "IMPORTA.RPT"
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

      *----------------------------------------------------------------
      * Archivo de traspaso: cabecera H, detalles S (registro de
      * puntaje), D (duelo) y C (sesion catalogada) con el registro
      * de origen tal cual, y cola T.
      *----------------------------------------------------------------
       FD  TRASPASO-FILE.
       01  TR-RECORD                  PIC X(80).
       01  TR-CABECERA REDEFINES TR-RECORD.
           05  TR-CAB-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  TR-CAB-SITIO           PIC X(03).
           05  FILLER                 PIC X.
           05  TR-CAB-LOTE            PIC 9(06).
           05  FILLER                 PIC X.
           05  TR-CAB-FECHA           PIC X(08).
           05  FILLER                 PIC X.
           05  TR-CAB-HORA            PIC X(06).
           05  FILLER                 PIC X(52).
       01  TR-DETALLE REDEFINES TR-RECORD.
           05  TR-DET-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  TR-DET-DATOS           PIC X(78).
       01  TR-COLA REDEFINES TR-RECORD.
           05  TR-COL-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  TR-COL-SITIO           PIC X(03).
           05  FILLER                 PIC X.
           05  TR-COL-LOTE            PIC 9(06).
           05  FILLER                 PIC X.
           05  TR-COL-PUNTAJES        PIC 9(06).
           05  FILLER                 PIC X.
           05  TR-COL-DUELOS          PIC 9(06).
           05  FILLER                 PIC X.
           05  TR-COL-SESIONES        PIC 9(06).
           05  FILLER                 PIC X.
           05  TR-COL-REGISTROS       PIC 9(06).
           05  FILLER                 PIC X.
           05  TR-COL-TOTAL-CONTROL   PIC 9(09).
           05  FILLER                 PIC X(30).

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

       FD  PERIODOS-FILE.
       01  PE-RECORD.
           05  PE-PERIODO             PIC X(06).
           05  FILLER                 PIC X(74).

       FD  AJUSTES-FILE.
       01  AJ-RECORD.
           05  AJ-TIMESTAMP           PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-CLAVE               PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-INICIALES           PIC X(03).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-PERIODO             PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-TIPO                PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-PUNTAJE-ANTES       PIC 9(04).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-PUNTAJE-DESPUES     PIC 9(04).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-PERIODO-INFORME     PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  AJ-SITIO               PIC X(03).
           05  FILLER                 PIC X(17).

      *----------------------------------------------------------------
      * Registro de lotes: una linea por archivo procesado, I
      * importado, P parcial (con errores de grabacion) o R
      * rechazado; un lote importado no se repite, uno parcial si.
      *----------------------------------------------------------------
       FD  CONSOLIDA-FILE.
       01  CO-RECORD.
           05  CO-SITIO               PIC X(03).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-LOTE                PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-FECHA               PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-HORA                PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-ESTADO              PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-PUNTAJES            PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-DUELOS              PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-SESIONES            PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CO-RECHAZADOS          PIC 9(06).
           05  FILLER                 PIC X(24).

       FD  SITIO-FILE.
       01  SI-RECORD                  PIC X(80).
       01  SI-CAMPOS REDEFINES SI-RECORD.
           05  SI-CODIGO              PIC X(03).
           05  FILLER                 PIC X(77).

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

       01  WS-TRASPASO-STATUS         PIC XX.
       01  WS-SCORES-STATUS           PIC XX.
       01  WS-PLAYERS-STATUS          PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-PERIODOS-STATUS         PIC XX.
       01  WS-AJUSTES-STATUS          PIC XX.
       01  WS-CONSOLIDA-STATUS        PIC XX.
       01  WS-SITIO-STATUS            PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".
       01  WS-EOF-TRASPASO            PIC X VALUE "N".
           88  EOF-TRASPASO                 VALUE "S".

       01  WS-RESPUESTA               PIC X VALUE SPACE.
       01  WS-FECHA-SIS               PIC X(08).
       01  WS-HORA-SIS                PIC X(08).
       01  WS-SUB                     PIC 9(04) COMP.
       01  WS-SUB2                    PIC 9(04) COMP.

       01  WS-NOMBRE-TRASPASO         PIC X(20) VALUE SPACES.
       01  WS-SITIO-PROPIO            PIC X(03) VALUE SPACES.
       01  WS-PLAYERS-ABIERTO         PIC X VALUE "N".
       01  WS-AJUSTES-ABIERTO         PIC X VALUE "N".
       01  WS-CANCELADO               PIC X VALUE "N".

      *----------------------------------------------------------------
      * Validacion: lo que dicen la cabecera y la cola y lo contado
      * al leer el archivo. El primer motivo de rechazo encontrado es
      * el que se informa.
      *----------------------------------------------------------------
       01  WS-CABECERA-LEIDA          PIC X VALUE "N".
       01  WS-COLA-LEIDA              PIC X VALUE "N".
       01  WS-CAB-SITIO               PIC X(03) VALUE SPACES.
       01  WS-CAB-LOTE                PIC 9(06) VALUE ZERO.
       01  WS-CAB-FECHA               PIC X(08) VALUE SPACES.
       01  WS-CAB-HORA                PIC X(06) VALUE SPACES.
       01  WS-COL-SITIO               PIC X(03) VALUE SPACES.
       01  WS-COL-LOTE                PIC 9(06) VALUE ZERO.
       01  WS-COL-PUNTAJES            PIC 9(06) VALUE ZERO.
       01  WS-COL-DUELOS              PIC 9(06) VALUE ZERO.
       01  WS-COL-SESIONES            PIC 9(06) VALUE ZERO.
       01  WS-COL-REGISTROS           PIC 9(06) VALUE ZERO.
       01  WS-COL-TOTAL-CONTROL       PIC 9(09) VALUE ZERO.

       01  WS-CNT-LEIDOS              PIC 9(06) VALUE ZERO.
       01  WS-CNT-PUNTAJES            PIC 9(06) VALUE ZERO.
       01  WS-CNT-DUELOS              PIC 9(06) VALUE ZERO.
       01  WS-CNT-SESIONES            PIC 9(06) VALUE ZERO.
       01  WS-CNT-OTROS               PIC 9(06) VALUE ZERO.
       01  WS-CNT-REGISTROS           PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CONTROL           PIC 9(09) VALUE ZERO.

       01  WS-MOTIVO                  PIC X(40) VALUE SPACES.
       01  WS-MOTIVO-NUEVO            PIC X(40) VALUE SPACES.
       01  WS-ULTIMO-LOTE             PIC 9(06) VALUE ZERO.
       01  WS-ESTADO-LOTE             PIC X VALUE SPACE.
       01  WS-LOTE-PARCIAL            PIC X VALUE "N".
       01  WS-PARCIAL-FECHA           PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Meses cerrados (PERIODOS.DAT) y altas ya cargadas en
      * AJUSTES.DAT para el sitio del lote.
      *----------------------------------------------------------------
       01  WS-PERIODOS-TABLA.
           05  WS-PERIODO-CERRADO     PIC X(06) OCCURS 240 TIMES.
       01  WS-PER-CANTIDAD            PIC 9(03) COMP VALUE ZERO.
       01  WS-PER-SUB                 PIC 9(03) COMP.
       01  WS-MES-BUSCADO.
           05  WS-MB-ANIO             PIC 9(04).
           05  WS-MB-MES              PIC 9(02).
       01  WS-MES-CERRADO             PIC X VALUE "N".
       01  WS-AJ-INFORME              PIC X(06).

       01  WS-AL-CONTADOR             PIC 9(04) COMP VALUE ZERO.
       01  WS-ALTAS-TABLA.
           05  WS-ALTA OCCURS 2000 TIMES.
               10  WS-AL-CLAVE        PIC 9(14).
               10  WS-AL-INICIALES    PIC X(03).
       01  WS-AL-SUB                  PIC 9(04) COMP.

      *----------------------------------------------------------------
      * Puntaje entrante (el registro del gabinete con el sitio del
      * lote) y la clave con que se intenta grabarlo.
      *----------------------------------------------------------------
       01  WS-ENTRANTE.
           05  WS-EN-TIMESTAMP        PIC 9(14).
           05  WS-EN-INICIALES        PIC X(03).
           05  WS-EN-PUNTAJE          PIC 9(04).
           05  WS-EN-FECHA            PIC X(08).
           05  WS-EN-HORA             PIC X(08).
           05  WS-EN-REGLA            PIC 9(08).
           05  WS-EN-DIFICULTAD       PIC X.
           05  WS-EN-MODO             PIC X.
           05  WS-EN-SITIO            PIC X(03).
       01  WS-CLAVE-INTENTO           PIC 9(14).
       01  WS-PUNTAJE-RESUELTO        PIC X VALUE SPACE.
           88  PUNTAJE-GRABADO              VALUE "G".
           88  PUNTAJE-DUPLICADO            VALUE "D".
           88  PUNTAJE-ERROR                VALUE "E".

      *----------------------------------------------------------------
      * Claves corridas: el puntaje que encontro su clave ocupada por
      * otro se grabo en el siguiente segundo libre; sus duelos y su
      * sesion se graban con la clave nueva.
      *----------------------------------------------------------------
       01  WS-RK-CONTADOR             PIC 9(04) COMP VALUE ZERO.
       01  WS-RECLAVES-TABLA.
           05  WS-RECLAVE OCCURS 2000 TIMES.
               10  WS-RK-ORIGINAL     PIC 9(14).
               10  WS-RK-INICIALES    PIC X(03).
               10  WS-RK-NUEVA        PIC 9(14).
       01  WS-RK-SUB                  PIC 9(04) COMP.
       01  WS-BUSCA-CLAVE             PIC 9(14).
       01  WS-BUSCA-INICIALES         PIC X(03).
       01  WS-BUSCA-NUEVA             PIC 9(14).

      *----------------------------------------------------------------
      * Duelos y sesiones del lote: se cargan enteros, se marcan los
      * que la central ya tiene (I importar, D duplicado) y se graban
      * al final.
      *----------------------------------------------------------------
       01  WS-DUE-CONTADOR            PIC 9(04) COMP VALUE ZERO.
       01  WS-DUELOS-TABLA.
           05  WS-DUE OCCURS 2000 TIMES.
               10  WS-DUE-REGISTRO    PIC X(80).
               10  WS-DUE-ORIGINAL    PIC 9(14).
               10  WS-DUE-ESTADO      PIC X.
       01  WS-DUE-SUB                 PIC 9(04) COMP.
       01  WS-DUE-VISTA.
           05  WS-DV-TIMESTAMP        PIC 9(14).
           05  FILLER                 PIC X.
           05  WS-DV-INICIALES-A      PIC X(03).
           05  FILLER                 PIC X(11).
           05  WS-DV-INICIALES-B      PIC X(03).
           05  FILLER                 PIC X(48).

       01  WS-SES-CONTADOR            PIC 9(04) COMP VALUE ZERO.
       01  WS-SESIONES-TABLA.
           05  WS-SES OCCURS 2000 TIMES.
               10  WS-SES-REGISTRO    PIC X(80).
               10  WS-SES-ORIGINAL    PIC 9(14).
               10  WS-SES-ESTADO      PIC X.
       01  WS-SES-SUB                 PIC 9(04) COMP.
       01  WS-SES-VISTA.
           05  WS-SV-TIMESTAMP        PIC 9(14).
           05  WS-SV-INICIALES        PIC X(03).
           05  FILLER                 PIC X(63).

      *----------------------------------------------------------------
      * Resultado de la importacion.
      *----------------------------------------------------------------
       01  WS-IMP-PUNTAJES            PIC 9(06) VALUE ZERO.
       01  WS-IMP-RECLAVES            PIC 9(06) VALUE ZERO.
       01  WS-IMP-ALTAS               PIC 9(06) VALUE ZERO.
       01  WS-IMP-DUELOS              PIC 9(06) VALUE ZERO.
       01  WS-IMP-SESIONES            PIC 9(06) VALUE ZERO.
       01  WS-IMP-PERFILES            PIC 9(06) VALUE ZERO.
       01  WS-RCH-DUPLICADOS          PIC 9(06) VALUE ZERO.
       01  WS-RCH-INVALIDOS           PIC 9(06) VALUE ZERO.
       01  WS-RCH-ERRORES             PIC 9(06) VALUE ZERO.
       01  WS-RCH-TOTAL               PIC 9(06) VALUE ZERO.

       01  WS-DET-TIPO                PIC X.
       01  WS-DET-CLAVE               PIC X(14).
       01  WS-DET-INICIALES           PIC X(03).
       01  WS-DET-TEXTO               PIC X(40).

       01  WS-LINEA-CONTROL.
           05  WS-LC-ETIQUETA         PIC X(22).
           05  WS-LC-COLA             PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-CONTADO          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-MARCA            PIC X(12).
           05  FILLER                 PIC X(22) VALUE SPACES.
       01  WS-LC-VALOR-COLA           PIC 9(09).
       01  WS-LC-VALOR-CONTADO        PIC 9(09).

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(22).
           05  WS-TL-VALOR            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(49) VALUE SPACES.

      *----------------------------------------------------------------
      * Cadena de AUDIT.DAT: se abre una vez para toda la corrida.
      *----------------------------------------------------------------
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-AUDIT-ABIERTO           PIC X VALUE "N".
       01  WS-AU-FECHA                PIC X(08).
       01  WS-AU-HORA                 PIC X(08).
       01  WS-AU-ACCION               PIC X(08).
       01  WS-AU-INICIALES            PIC X(03).
       01  WS-AU-ANTES                PIC X(14).
       01  WS-AU-DESPUES              PIC X(14).
       01  WS-SECUENCIA-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-CADENA-ANTERIOR         PIC 9(08) VALUE ZERO.
       01  WS-CADENA-CALC             PIC 9(08) VALUE ZERO.
       01  WS-CAD-SUB                 PIC 9(02) COMP.
       01  WS-EOF-AUDIT               PIC X VALUE "N".

      *----------------------------------------------------------------
      * Control de corrida (RUNCTL.DAT): la importacion graba los
      * mismos maestros que el juego, asi que respeta el
      * interbloqueo SCORES-U como la depuracion.
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

           DISPLAY "==== IMPORTACION DE TRASPASO DE GABINETE ====".
           DISPLAY "ARCHIVO DE TRASPASO (ENTER = TRASPASO.DAT): ".
           ACCEPT WS-NOMBRE-TRASPASO.
           IF WS-NOMBRE-TRASPASO = SPACES
               MOVE "TRASPASO.DAT" TO WS-NOMBRE-TRASPASO
           END-IF.

           PERFORM 050-LEER-SITIO THRU 050-FIN.

           PERFORM 900-CONTROL-INICIO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               GO TO 000-FIN
           END-IF.

           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS  FROM TIME.

           OPEN OUTPUT REPORTE-FILE.
           MOVE "==== IMPORTACION DE TRASPASO DE GABINETE ===="
               TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING "CORRIDA " WS-FECHA-SIS " " WS-HORA-SIS(1:6)
               "  ARCHIVO " WS-NOMBRE-TRASPASO
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 100-VALIDAR-ARCHIVO THRU 100-FIN.
           IF WS-MOTIVO = SPACES
               PERFORM 130-VERIFICAR-LOTE THRU 130-FIN
           END-IF.
           PERFORM 170-INFORMAR-CONTROL THRU 170-FIN.

           PERFORM 800-ABRIR-AUDITORIA THRU 800-FIN.

           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES TO RP-LINEA
               STRING "ARCHIVO RECHAZADO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               DISPLAY "ARCHIVO RECHAZADO: " WS-MOTIVO
               IF WS-CAB-SITIO NOT = SPACES
                   MOVE "R" TO WS-ESTADO-LOTE
                   PERFORM 700-REGISTRAR-LOTE THRU 700-FIN
               END-IF
               MOVE "CONS-REC" TO WS-AU-ACCION
               PERFORM 840-AUDITAR-CORRIDA THRU 840-FIN
               GO TO 000-CERRAR
           END-IF.

           DISPLAY "SITIO " WS-CAB-SITIO " LOTE " WS-CAB-LOTE
               " DEL " WS-CAB-FECHA.
           DISPLAY "PUNTAJES " WS-CNT-PUNTAJES
               "  DUELOS " WS-CNT-DUELOS
               "  SESIONES " WS-CNT-SESIONES.
           DISPLAY "CONFIRMA LA IMPORTACION? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               MOVE "IMPORTACION NO CONFIRMADA." TO RP-LINEA
               WRITE RP-LINEA
               DISPLAY "IMPORTACION NO CONFIRMADA."
               GO TO 000-CERRAR
           END-IF.

           MOVE "---- DETALLE DE LA IMPORTACION ----" TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 140-CARGAR-PERIODOS THRU 140-FIN.
           PERFORM 160-CARGAR-ALTAS THRU 160-FIN.
           PERFORM 200-IMPORTAR-ARCHIVO THRU 200-FIN.
           IF WS-CANCELADO = "S"
               GO TO 000-CERRAR
           END-IF.
           PERFORM 450-IMPORTAR-DUELOS THRU 450-FIN.
           PERFORM 550-IMPORTAR-SESIONES THRU 550-FIN.

           COMPUTE WS-RCH-TOTAL = WS-RCH-DUPLICADOS
               + WS-RCH-INVALIDOS + WS-RCH-ERRORES.
           IF WS-RCH-ERRORES > ZERO
               MOVE "P" TO WS-ESTADO-LOTE
           ELSE
               MOVE "I" TO WS-ESTADO-LOTE
           END-IF.
           PERFORM 700-REGISTRAR-LOTE THRU 700-FIN.
           MOVE "CONS-IMP" TO WS-AU-ACCION.
           PERFORM 840-AUDITAR-CORRIDA THRU 840-FIN.
           PERFORM 750-EMITIR-TOTALES THRU 750-FIN.

           DISPLAY "IMPORTACION TERMINADA.".
           DISPLAY "PUNTAJES " WS-IMP-PUNTAJES
               "  ALTAS MES CERRADO " WS-IMP-ALTAS.
           DISPLAY "DUELOS " WS-IMP-DUELOS
               "  SESIONES " WS-IMP-SESIONES.
           DISPLAY "RECHAZADOS " WS-RCH-TOTAL
               " (VER IMPORTA.RPT)".
           IF WS-ESTADO-LOTE = "P"
               DISPLAY "LOTE PARCIAL POR ERRORES DE GRABACION; "
                   "PUEDE REPETIRSE."
           END-IF.

       000-CERRAR.

           IF WS-AUDIT-ABIERTO = "S"
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           PERFORM 910-CONTROL-FIN THRU 910-FIN.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-LEER-SITIO  --  the central site's own code, from the
      * first line of SITIO.CFG; blank without the file.
      *----------------------------------------------------------------
       050-LEER-SITIO.

           MOVE SPACES TO WS-SITIO-PROPIO.
           OPEN INPUT SITIO-FILE.
           IF WS-SITIO-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.
           READ SITIO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SI-CODIGO TO WS-SITIO-PROPIO
           END-READ.
           CLOSE SITIO-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-VALIDAR-ARCHIVO  --  first pass over the transfer file:
      * structure, header and trailer, counts and control total.
      * Nothing is written yet.
      *----------------------------------------------------------------
       100-VALIDAR-ARCHIVO.

           OPEN INPUT TRASPASO-FILE.
           IF WS-TRASPASO-STATUS NOT = "00"
               MOVE "NO SE PUDO ABRIR EL ARCHIVO" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
               GO TO 100-FIN
           END-IF.

           MOVE "N" TO WS-EOF-TRASPASO.
           PERFORM UNTIL EOF-TRASPASO
               READ TRASPASO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-TRASPASO
                   NOT AT END
                       PERFORM 110-VALIDAR-REGISTRO THRU 110-FIN
               END-READ
           END-PERFORM.
           CLOSE TRASPASO-FILE.

           PERFORM 120-COMPROBAR-COLA THRU 120-FIN.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 110-VALIDAR-REGISTRO  --  one record of the first pass: the
      * header must come first and only once, nothing may follow the
      * trailer; details are counted by type and the S scores summed.
      *----------------------------------------------------------------
       110-VALIDAR-REGISTRO.

           ADD 1 TO WS-CNT-LEIDOS.
           IF WS-COLA-LEIDA = "S"
               MOVE "REGISTROS DESPUES DE LA COLA" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
           END-IF.
           IF WS-CNT-LEIDOS = 1 AND TR-DET-TIPO NOT = "H"
               MOVE "FALTA LA CABECERA" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
           END-IF.

           IF TR-DET-TIPO = "H"
               IF WS-CABECERA-LEIDA = "S"
                   MOVE "CABECERA REPETIDA" TO WS-MOTIVO-NUEVO
                   PERFORM 190-RECHAZAR THRU 190-FIN
                   GO TO 110-FIN
               END-IF
               MOVE "S" TO WS-CABECERA-LEIDA
               IF TR-CAB-SITIO = SPACES OR TR-CAB-LOTE NOT NUMERIC
                   MOVE "CABECERA INVALIDA" TO WS-MOTIVO-NUEVO
                   PERFORM 190-RECHAZAR THRU 190-FIN
                   GO TO 110-FIN
               END-IF
               MOVE TR-CAB-SITIO TO WS-CAB-SITIO
               MOVE TR-CAB-LOTE  TO WS-CAB-LOTE
               MOVE TR-CAB-FECHA TO WS-CAB-FECHA
               MOVE TR-CAB-HORA  TO WS-CAB-HORA
           ELSE IF TR-DET-TIPO = "T"
               IF WS-COLA-LEIDA = "S"
                   MOVE "COLA REPETIDA" TO WS-MOTIVO-NUEVO
                   PERFORM 190-RECHAZAR THRU 190-FIN
                   GO TO 110-FIN
               END-IF
               MOVE "S" TO WS-COLA-LEIDA
               IF TR-COL-LOTE NOT NUMERIC
                OR TR-COL-PUNTAJES NOT NUMERIC
                OR TR-COL-DUELOS NOT NUMERIC
                OR TR-COL-SESIONES NOT NUMERIC
                OR TR-COL-REGISTROS NOT NUMERIC
                OR TR-COL-TOTAL-CONTROL NOT NUMERIC
                   MOVE "COLA INVALIDA" TO WS-MOTIVO-NUEVO
                   PERFORM 190-RECHAZAR THRU 190-FIN
                   GO TO 110-FIN
               END-IF
               MOVE TR-COL-SITIO         TO WS-COL-SITIO
               MOVE TR-COL-LOTE          TO WS-COL-LOTE
               MOVE TR-COL-PUNTAJES      TO WS-COL-PUNTAJES
               MOVE TR-COL-DUELOS        TO WS-COL-DUELOS
               MOVE TR-COL-SESIONES      TO WS-COL-SESIONES
               MOVE TR-COL-REGISTROS     TO WS-COL-REGISTROS
               MOVE TR-COL-TOTAL-CONTROL TO WS-COL-TOTAL-CONTROL
           ELSE IF TR-DET-TIPO = "S"
               ADD 1 TO WS-CNT-PUNTAJES
               MOVE TR-DET-DATOS TO SC-RECORD
               IF SC-PUNTAJE IS NUMERIC
                   ADD SC-PUNTAJE TO WS-TOTAL-CONTROL
               END-IF
           ELSE IF TR-DET-TIPO = "D"
               ADD 1 TO WS-CNT-DUELOS
           ELSE IF TR-DET-TIPO = "C"
               ADD 1 TO WS-CNT-SESIONES
           ELSE
               ADD 1 TO WS-CNT-OTROS
           END-IF.

       110-FIN. EXIT.

      *----------------------------------------------------------------
      * 120-COMPROBAR-COLA  --  the trailer against the header and
      * against what was counted. The tables of duels and sessions
      * bound what one batch can carry.
      *----------------------------------------------------------------
       120-COMPROBAR-COLA.

           COMPUTE WS-CNT-REGISTROS = WS-CNT-PUNTAJES
               + WS-CNT-DUELOS + WS-CNT-SESIONES.

           IF WS-CNT-LEIDOS = ZERO
               MOVE "ARCHIVO VACIO" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
               GO TO 120-FIN
           END-IF.
           IF WS-COLA-LEIDA NOT = "S"
               MOVE "FALTA LA COLA (ARCHIVO CORTO)" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
               GO TO 120-FIN
           END-IF.

           IF WS-COL-SITIO NOT = WS-CAB-SITIO
            OR WS-COL-LOTE NOT = WS-CAB-LOTE
               MOVE "LA COLA ES DE OTRO SITIO O LOTE"
                   TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
           END-IF.
           IF WS-COL-PUNTAJES NOT = WS-CNT-PUNTAJES
            OR WS-COL-DUELOS NOT = WS-CNT-DUELOS
            OR WS-COL-SESIONES NOT = WS-CNT-SESIONES
            OR WS-COL-REGISTROS NOT = WS-CNT-REGISTROS
               MOVE "CONTEOS DISTINTOS DE LA COLA" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
           END-IF.
           IF WS-COL-TOTAL-CONTROL NOT = WS-TOTAL-CONTROL
               MOVE "TOTAL DE CONTROL DISTINTO DE LA COLA"
                   TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
           END-IF.
           IF WS-CNT-DUELOS > 2000 OR WS-CNT-SESIONES > 2000
               MOVE "MAS DE 2000 DUELOS O SESIONES EN EL LOTE"
                   TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
           END-IF.

       120-FIN. EXIT.

      *----------------------------------------------------------------
      * 130-VERIFICAR-LOTE  --  CONSOLIDA.DAT: a batch already
      * imported from the same site is refused, and so is a file
      * carrying this site's own code. A batch left partial (P) may
      * run again: what it already wrote comes back as duplicates.
      * A gap in the numbering only goes to the report (a lost file
      * must not block the rest).
      *----------------------------------------------------------------
       130-VERIFICAR-LOTE.

           IF WS-SITIO-PROPIO NOT = SPACES
            AND WS-CAB-SITIO = WS-SITIO-PROPIO
               MOVE "EL ARCHIVO ES DEL PROPIO SITIO" TO WS-MOTIVO-NUEVO
               PERFORM 190-RECHAZAR THRU 190-FIN
               GO TO 130-FIN
           END-IF.

           MOVE ZERO TO WS-ULTIMO-LOTE.
           MOVE "N" TO WS-LOTE-PARCIAL.
           OPEN INPUT CONSOLIDA-FILE.
           IF WS-CONSOLIDA-STATUS NOT = "00"
               GO TO 130-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ CONSOLIDA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CO-SITIO = WS-CAB-SITIO
                        AND (CO-ESTADO = "I" OR CO-ESTADO = "P")
                        AND CO-LOTE IS NUMERIC
                           IF CO-LOTE = WS-CAB-LOTE
                            AND CO-ESTADO = "I"
                               MOVE SPACES TO WS-MOTIVO-NUEVO
                               STRING "LOTE YA IMPORTADO EL "
                                   CO-FECHA
                                   DELIMITED BY SIZE
                                   INTO WS-MOTIVO-NUEVO
                               PERFORM 190-RECHAZAR THRU 190-FIN
                           END-IF
                           IF CO-LOTE = WS-CAB-LOTE
                            AND CO-ESTADO = "P"
                               MOVE "S" TO WS-LOTE-PARCIAL
                               MOVE CO-FECHA TO WS-PARCIAL-FECHA
                           END-IF
                           IF CO-LOTE > WS-ULTIMO-LOTE
                               MOVE CO-LOTE TO WS-ULTIMO-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSOLIDA-FILE.

       130-FIN. EXIT.

      *----------------------------------------------------------------
      * 140-CARGAR-PERIODOS  --  the closed months of PERIODOS.DAT;
      * without the file no month is closed.
      *----------------------------------------------------------------
       140-CARGAR-PERIODOS.

           MOVE ZERO TO WS-PER-CANTIDAD.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS NOT = "00"
               GO TO 140-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ PERIODOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
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
      * 148-MES-DE-INFORME  --  the month that publishes a late
      * score: the first one after the score's month that is not
      * closed, as for the console's adjustments.
      *----------------------------------------------------------------
       148-MES-DE-INFORME.

           MOVE SC-FECHA(1:6) TO WS-MES-BUSCADO.
           MOVE "S" TO WS-MES-CERRADO.
           PERFORM UNTIL WS-MES-CERRADO = "N"
               ADD 1 TO WS-MB-MES
               IF WS-MB-MES > 12
                   MOVE 1 TO WS-MB-MES
                   ADD 1 TO WS-MB-ANIO
               END-IF
               PERFORM 145-VERIFICAR-PERIODO THRU 145-FIN
           END-PERFORM.
           MOVE WS-MES-BUSCADO TO WS-AJ-INFORME.

       148-FIN. EXIT.

      *----------------------------------------------------------------
      * 160-CARGAR-ALTAS  --  the late-score adjustments (type A)
      * already on AJUSTES.DAT for the batch's site, so a score sent
      * twice is not added twice.
      *----------------------------------------------------------------
       160-CARGAR-ALTAS.

           MOVE ZERO TO WS-AL-CONTADOR.
           OPEN INPUT AJUSTES-FILE.
           IF WS-AJUSTES-STATUS NOT = "00"
               GO TO 160-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ AJUSTES-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF AJ-TIPO = "A"
                        AND AJ-SITIO = WS-CAB-SITIO
                        AND WS-AL-CONTADOR < 2000
                           ADD 1 TO WS-AL-CONTADOR
                           MOVE AJ-CLAVE
                               TO WS-AL-CLAVE(WS-AL-CONTADOR)
                           MOVE AJ-INICIALES
                               TO WS-AL-INICIALES(WS-AL-CONTADOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AJUSTES-FILE.

       160-FIN. EXIT.

      *----------------------------------------------------------------
      * 170-INFORMAR-CONTROL  --  header, trailer and counted figures
      * side by side on the report.
      *----------------------------------------------------------------
       170-INFORMAR-CONTROL.

           MOVE SPACES TO RP-LINEA.
           STRING "SITIO " WS-CAB-SITIO "  LOTE " WS-CAB-LOTE
               "  GENERADO " WS-CAB-FECHA " " WS-CAB-HORA
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-LOTE-PARCIAL = "S"
            AND WS-MOTIVO = SPACES
               MOVE SPACES TO RP-LINEA
               STRING "AVISO: SE REPITE EL LOTE PARCIAL DEL "
                   WS-PARCIAL-FECHA
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
           END-IF.
           IF WS-ULTIMO-LOTE > ZERO
            AND WS-CAB-LOTE NOT = WS-ULTIMO-LOTE + 1
            AND WS-LOTE-PARCIAL NOT = "S"
            AND WS-MOTIVO = SPACES
               MOVE SPACES TO RP-LINEA
               STRING "AVISO: LOTE FUERA DE SECUENCIA, ULTIMO "
                   "IMPORTADO DEL SITIO " WS-ULTIMO-LOTE
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           MOVE "---- CONTROL CONTRA LA COLA ----" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           MOVE "COLA" TO RP-LINEA(28:4).
           MOVE "CONTADO" TO RP-LINEA(38:7).
           WRITE RP-LINEA.

           MOVE "PUNTAJES (S) . . . .: " TO WS-LC-ETIQUETA.
           MOVE WS-COL-PUNTAJES TO WS-LC-VALOR-COLA.
           MOVE WS-CNT-PUNTAJES TO WS-LC-VALOR-CONTADO.
           PERFORM 180-LINEA-CONTROL THRU 180-FIN.

           MOVE "DUELOS (D) . . . . .: " TO WS-LC-ETIQUETA.
           MOVE WS-COL-DUELOS TO WS-LC-VALOR-COLA.
           MOVE WS-CNT-DUELOS TO WS-LC-VALOR-CONTADO.
           PERFORM 180-LINEA-CONTROL THRU 180-FIN.

           MOVE "SESIONES (C) . . . .: " TO WS-LC-ETIQUETA.
           MOVE WS-COL-SESIONES TO WS-LC-VALOR-COLA.
           MOVE WS-CNT-SESIONES TO WS-LC-VALOR-CONTADO.
           PERFORM 180-LINEA-CONTROL THRU 180-FIN.

           MOVE "REGISTROS DE DETALLE: " TO WS-LC-ETIQUETA.
           MOVE WS-COL-REGISTROS TO WS-LC-VALOR-COLA.
           MOVE WS-CNT-REGISTROS TO WS-LC-VALOR-CONTADO.
           PERFORM 180-LINEA-CONTROL THRU 180-FIN.

           MOVE "TOTAL DE CONTROL . .: " TO WS-LC-ETIQUETA.
           MOVE WS-COL-TOTAL-CONTROL TO WS-LC-VALOR-COLA.
           MOVE WS-TOTAL-CONTROL TO WS-LC-VALOR-CONTADO.
           PERFORM 180-LINEA-CONTROL THRU 180-FIN.

           IF WS-CNT-OTROS > ZERO
               MOVE "TIPO DESCONOCIDO . .: " TO WS-TL-ETIQUETA
               MOVE WS-CNT-OTROS TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

       170-FIN. EXIT.

      *----------------------------------------------------------------
      * 180-LINEA-CONTROL  --  one trailer-against-count line, marked
      * when the two differ.
      *----------------------------------------------------------------
       180-LINEA-CONTROL.

           MOVE WS-LC-VALOR-COLA    TO WS-LC-COLA.
           MOVE WS-LC-VALOR-CONTADO TO WS-LC-CONTADO.
           IF WS-LC-VALOR-COLA = WS-LC-VALOR-CONTADO
               MOVE SPACES TO WS-LC-MARCA
           ELSE
               MOVE "<-- DIFIERE" TO WS-LC-MARCA
           END-IF.
           MOVE WS-LINEA-CONTROL TO RP-LINEA.
           WRITE RP-LINEA.

       180-FIN. EXIT.

      *----------------------------------------------------------------
      * 190-RECHAZAR  --  keep WS-MOTIVO-NUEVO as the reason the file
      * is refused, unless an earlier reason was already found.
      *----------------------------------------------------------------
       190-RECHAZAR.

           IF WS-MOTIVO = SPACES
               MOVE WS-MOTIVO-NUEVO TO WS-MOTIVO
           END-IF.

       190-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-IMPORTAR-ARCHIVO  --  second pass: scores go straight to
      * the masters; duels and sessions are held in storage for the
      * duplicate check against the central files.
      *----------------------------------------------------------------
       200-IMPORTAR-ARCHIVO.

           OPEN I-O SCORES-FILE.
           IF WS-SCORES-STATUS = "35"
               CLOSE SCORES-FILE
               OPEN OUTPUT SCORES-FILE
               CLOSE SCORES-FILE
               OPEN I-O SCORES-FILE
           END-IF.
           IF WS-SCORES-STATUS NOT = "00"
               MOVE SPACES TO RP-LINEA
               STRING "NO SE PUDO ABRIR SCORES.DAT, ESTADO "
                   WS-SCORES-STATUS ". IMPORTACION CANCELADA."
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               DISPLAY "NO SE PUDO ABRIR SCORES.DAT. "
                   "IMPORTACION CANCELADA."
               MOVE "S" TO WS-CANCELADO
               GO TO 200-FIN
           END-IF.

           MOVE "N" TO WS-PLAYERS-ABIERTO.
           OPEN I-O PLAYERS-FILE.
           IF WS-PLAYERS-STATUS = "00"
               MOVE "S" TO WS-PLAYERS-ABIERTO
           END-IF.

           MOVE "N" TO WS-AJUSTES-ABIERTO.
           OPEN INPUT TRASPASO-FILE.
           MOVE "N" TO WS-EOF-TRASPASO.
           PERFORM UNTIL EOF-TRASPASO
               READ TRASPASO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-TRASPASO
                   NOT AT END
                       IF TR-DET-TIPO = "S"
                           PERFORM 300-UN-PUNTAJE THRU 300-FIN
                       ELSE IF TR-DET-TIPO = "D"
                           PERFORM 400-CARGAR-DUELO THRU 400-FIN
                       ELSE IF TR-DET-TIPO = "C"
                           PERFORM 500-CARGAR-SESION THRU 500-FIN
                       ELSE IF TR-DET-TIPO NOT = "H"
                           AND TR-DET-TIPO NOT = "T"
                           ADD 1 TO WS-RCH-INVALIDOS
                           MOVE TR-DET-TIPO TO WS-DET-TIPO
                           MOVE TR-DET-DATOS(1:14) TO WS-DET-CLAVE
                           MOVE SPACES TO WS-DET-INICIALES
                           MOVE "TIPO DE REGISTRO DESCONOCIDO"
                               TO WS-DET-TEXTO
                           PERFORM 390-LINEA-DETALLE THRU 390-FIN
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRASPASO-FILE.

           CLOSE SCORES-FILE.
           IF WS-PLAYERS-ABIERTO = "S"
               CLOSE PLAYERS-FILE
           END-IF.
           IF WS-AJUSTES-ABIERTO = "S"
               CLOSE AJUSTES-FILE
           END-IF.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-UN-PUNTAJE  --  one S record: checked, then either loaded
      * to SCORES.DAT or, for a closed month, left as a late-score
      * adjustment.
      *----------------------------------------------------------------
       300-UN-PUNTAJE.

           MOVE TR-DET-DATOS TO SC-RECORD.
           MOVE "S"                 TO WS-DET-TIPO.
           MOVE TR-DET-DATOS(1:14)  TO WS-DET-CLAVE.
           MOVE SC-INICIALES        TO WS-DET-INICIALES.

           IF SC-TIMESTAMP NOT NUMERIC
            OR SC-INICIALES = SPACES
            OR SC-PUNTAJE NOT NUMERIC
            OR SC-REGLA NOT NUMERIC
            OR SC-FECHA NOT NUMERIC
            OR SC-FECHA(5:2) < "01" OR SC-FECHA(5:2) > "12"
               ADD 1 TO WS-RCH-INVALIDOS
               MOVE "PUNTAJE CON CAMPOS INVALIDOS" TO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
               GO TO 300-FIN
           END-IF.

           MOVE WS-CAB-SITIO TO SC-SITIO.
           MOVE SC-FECHA(1:6) TO WS-MES-BUSCADO.
           PERFORM 145-VERIFICAR-PERIODO THRU 145-FIN.
           IF WS-MES-CERRADO = "S"
               PERFORM 350-ALTA-MES-CERRADO THRU 350-FIN
               GO TO 300-FIN
           END-IF.

           MOVE SC-RECORD    TO WS-ENTRANTE.
           MOVE SC-TIMESTAMP TO WS-CLAVE-INTENTO.
           PERFORM 310-GRABAR-PUNTAJE THRU 310-FIN.

           IF WS-CLAVE-INTENTO NOT = WS-EN-TIMESTAMP
            AND NOT PUNTAJE-ERROR
               PERFORM 330-REGISTRAR-RECLAVE THRU 330-FIN
           END-IF.

           IF PUNTAJE-DUPLICADO
               ADD 1 TO WS-RCH-DUPLICADOS
               MOVE "DUPLICADO, YA ESTA EN SCORES.DAT"
                   TO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
               GO TO 300-FIN
           END-IF.
           IF PUNTAJE-ERROR
               ADD 1 TO WS-RCH-ERRORES
               MOVE SPACES TO WS-DET-TEXTO
               STRING "NO GRABADO, ESTADO " WS-SCORES-STATUS
                   DELIMITED BY SIZE INTO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
               GO TO 300-FIN
           END-IF.

           ADD 1 TO WS-IMP-PUNTAJES.
           MOVE "SCORE-IM"       TO WS-AU-ACCION.
           MOVE WS-EN-INICIALES  TO WS-AU-INICIALES.
           MOVE WS-EN-TIMESTAMP  TO WS-AU-ANTES.
           MOVE WS-CLAVE-INTENTO TO WS-AU-DESPUES.
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

           IF WS-CLAVE-INTENTO NOT = WS-EN-TIMESTAMP
               ADD 1 TO WS-IMP-RECLAVES
               MOVE SPACES TO WS-DET-TEXTO
               STRING "CLAVE OCUPADA, GRABADO EN " WS-CLAVE-INTENTO
                   DELIMITED BY SIZE INTO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
           END-IF.

           PERFORM 360-ACTUALIZAR-PERFIL THRU 360-FIN.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 310-GRABAR-PUNTAJE  --  write the incoming score, moving on
      * one second each time its key is taken by a different score
      * (the game's duplicate-key retry). A taken key holding the
      * same score from the same site means it was already imported.
      *----------------------------------------------------------------
       310-GRABAR-PUNTAJE.

           MOVE SPACE TO WS-PUNTAJE-RESUELTO.
           PERFORM UNTIL WS-PUNTAJE-RESUELTO NOT = SPACE
               MOVE WS-ENTRANTE      TO SC-RECORD
               MOVE WS-CLAVE-INTENTO TO SC-TIMESTAMP
               WRITE SC-RECORD
                   INVALID KEY
                       PERFORM 320-COMPARAR-EXISTENTE THRU 320-FIN
                   NOT INVALID KEY
                       MOVE "G" TO WS-PUNTAJE-RESUELTO
               END-WRITE
           END-PERFORM.

       310-FIN. EXIT.

      *----------------------------------------------------------------
      * 320-COMPARAR-EXISTENTE  --  the score already under the key
      * tried: the same one (site, initials, points, date and time)
      * is a duplicate; any other pushes the key one second on.
      *----------------------------------------------------------------
       320-COMPARAR-EXISTENTE.

           IF WS-SCORES-STATUS NOT = "22"
               MOVE "E" TO WS-PUNTAJE-RESUELTO
               GO TO 320-FIN
           END-IF.

           READ SCORES-FILE
               INVALID KEY
                   MOVE "E" TO WS-PUNTAJE-RESUELTO
           END-READ.
           IF PUNTAJE-ERROR
               GO TO 320-FIN
           END-IF.

           IF SC-SITIO = WS-EN-SITIO
            AND SC-INICIALES = WS-EN-INICIALES
            AND SC-PUNTAJE = WS-EN-PUNTAJE
            AND SC-FECHA = WS-EN-FECHA
            AND SC-HORA = WS-EN-HORA
               MOVE "D" TO WS-PUNTAJE-RESUELTO
           ELSE
               ADD 1 TO WS-CLAVE-INTENTO
           END-IF.

       320-FIN. EXIT.

      *----------------------------------------------------------------
      * 330-REGISTRAR-RECLAVE  --  remember that the score keyed
      * WS-EN-TIMESTAMP on the cabinet lives under WS-CLAVE-INTENTO
      * here, for its duels and its session.
      *----------------------------------------------------------------
       330-REGISTRAR-RECLAVE.

           IF WS-RK-CONTADOR < 2000
               ADD 1 TO WS-RK-CONTADOR
               MOVE WS-EN-TIMESTAMP  TO WS-RK-ORIGINAL(WS-RK-CONTADOR)
               MOVE WS-EN-INICIALES  TO WS-RK-INICIALES(WS-RK-CONTADOR)
               MOVE WS-CLAVE-INTENTO TO WS-RK-NUEVA(WS-RK-CONTADOR)
           END-IF.

       330-FIN. EXIT.

      *----------------------------------------------------------------
      * 350-ALTA-MES-CERRADO  --  a score of a month already closed
      * does not go into SCORES.DAT: it becomes a type A adjustment
      * (0 before, its points after) published by the first open
      * month, with a SCORE-AJ audit record as the console writes.
      *----------------------------------------------------------------
       350-ALTA-MES-CERRADO.

           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > WS-AL-CONTADOR
               IF WS-AL-CLAVE(WS-AL-SUB) = SC-TIMESTAMP
                AND WS-AL-INICIALES(WS-AL-SUB) = SC-INICIALES
                   ADD 1 TO WS-RCH-DUPLICADOS
                   MOVE "DUPLICADO, YA ESTA EN AJUSTES.DAT"
                       TO WS-DET-TEXTO
                   PERFORM 390-LINEA-DETALLE THRU 390-FIN
                   GO TO 350-FIN
               END-IF
           END-PERFORM.

           IF WS-AJUSTES-ABIERTO NOT = "S"
               OPEN EXTEND AJUSTES-FILE
               IF WS-AJUSTES-STATUS = "35"
                   OPEN OUTPUT AJUSTES-FILE
               END-IF
               IF WS-AJUSTES-STATUS NOT = "00"
                   ADD 1 TO WS-RCH-ERRORES
                   MOVE SPACES TO WS-DET-TEXTO
                   STRING "MES CERRADO, AJUSTES.DAT ESTADO "
                       WS-AJUSTES-STATUS
                       DELIMITED BY SIZE INTO WS-DET-TEXTO
                   PERFORM 390-LINEA-DETALLE THRU 390-FIN
                   GO TO 350-FIN
               END-IF
               MOVE "S" TO WS-AJUSTES-ABIERTO
           END-IF.

           PERFORM 148-MES-DE-INFORME THRU 148-FIN.
           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE SPACES TO AJ-RECORD.
           MOVE WS-AU-FECHA      TO AJ-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6)  TO AJ-TIMESTAMP(9:6).
           MOVE SC-TIMESTAMP     TO AJ-CLAVE.
           MOVE SC-INICIALES     TO AJ-INICIALES.
           MOVE SC-FECHA(1:6)    TO AJ-PERIODO.
           MOVE "A"              TO AJ-TIPO.
           MOVE ZERO             TO AJ-PUNTAJE-ANTES.
           MOVE SC-PUNTAJE       TO AJ-PUNTAJE-DESPUES.
           MOVE WS-AJ-INFORME    TO AJ-PERIODO-INFORME.
           MOVE SC-SITIO         TO AJ-SITIO.
           WRITE AJ-RECORD.
           IF WS-AJUSTES-STATUS NOT = "00"
               ADD 1 TO WS-RCH-ERRORES
               MOVE SPACES TO WS-DET-TEXTO
               STRING "NO GRABADO, ESTADO " WS-AJUSTES-STATUS
                   DELIMITED BY SIZE INTO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
               GO TO 350-FIN
           END-IF.

           IF WS-AL-CONTADOR < 2000
               ADD 1 TO WS-AL-CONTADOR
               MOVE SC-TIMESTAMP TO WS-AL-CLAVE(WS-AL-CONTADOR)
               MOVE SC-INICIALES TO WS-AL-INICIALES(WS-AL-CONTADOR)
           END-IF.

           ADD 1 TO WS-IMP-ALTAS.
           MOVE "SCORE-AJ"   TO WS-AU-ACCION.
           MOVE SC-INICIALES TO WS-AU-INICIALES.
           MOVE SC-TIMESTAMP TO WS-AU-ANTES.
           MOVE SPACES       TO WS-AU-DESPUES.
           MOVE ZERO         TO WS-AU-DESPUES(1:4).
           MOVE SC-PUNTAJE   TO WS-AU-DESPUES(6:4).
           MOVE "A"          TO WS-AU-DESPUES(11:1).
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

           MOVE SPACES TO WS-DET-TEXTO.
           STRING "MES " SC-FECHA(1:6) " CERRADO, ALTA PARA "
               WS-AJ-INFORME
               DELIMITED BY SIZE INTO WS-DET-TEXTO.
           PERFORM 390-LINEA-DETALLE THRU 390-FIN.

       350-FIN. EXIT.

      *----------------------------------------------------------------
      * 360-ACTUALIZAR-PERFIL  --  a loaded score counts on its
      * player's profile as a game the game itself had finished:
      * games played plus one, best score kept, PLYR-UPD audit.
      * Unknown initials stay anonymous, as in the game.
      *----------------------------------------------------------------
       360-ACTUALIZAR-PERFIL.

           IF WS-PLAYERS-ABIERTO NOT = "S"
               GO TO 360-FIN
           END-IF.

           MOVE WS-EN-INICIALES TO PL-INICIALES.
           READ PLAYERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-AU-ANTES
                   MOVE PL-PARTIDAS TO WS-AU-ANTES(1:5)
                   MOVE PL-MEJOR-PUNTAJE TO WS-AU-ANTES(7:4)
                   ADD 1 TO PL-PARTIDAS
                   IF WS-EN-PUNTAJE > PL-MEJOR-PUNTAJE
                       MOVE WS-EN-PUNTAJE TO PL-MEJOR-PUNTAJE
                   END-IF
                   REWRITE PL-RECORD
                   IF WS-PLAYERS-STATUS = "00"
                       ADD 1 TO WS-IMP-PERFILES
                       MOVE "PLYR-UPD" TO WS-AU-ACCION
                       MOVE PL-INICIALES TO WS-AU-INICIALES
                       MOVE SPACES TO WS-AU-DESPUES
                       MOVE PL-PARTIDAS TO WS-AU-DESPUES(1:5)
                       MOVE PL-MEJOR-PUNTAJE TO WS-AU-DESPUES(7:4)
                       PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN
                   END-IF
           END-READ.

       360-FIN. EXIT.

      *----------------------------------------------------------------
      * 380-BUSCAR-RECLAVE  --  the key the score WS-BUSCA-CLAVE /
      * WS-BUSCA-INICIALES ended under; itself when it kept it.
      *----------------------------------------------------------------
       380-BUSCAR-RECLAVE.

           MOVE WS-BUSCA-CLAVE TO WS-BUSCA-NUEVA.
           PERFORM VARYING WS-RK-SUB FROM 1 BY 1
                   UNTIL WS-RK-SUB > WS-RK-CONTADOR
               IF WS-RK-ORIGINAL(WS-RK-SUB) = WS-BUSCA-CLAVE
                AND WS-RK-INICIALES(WS-RK-SUB) = WS-BUSCA-INICIALES
                   MOVE WS-RK-NUEVA(WS-RK-SUB) TO WS-BUSCA-NUEVA
               END-IF
           END-PERFORM.

       380-FIN. EXIT.

      *----------------------------------------------------------------
      * 390-LINEA-DETALLE  --  one report line for a record that was
      * rejected or needs a note: type, key, initials and text.
      *----------------------------------------------------------------
       390-LINEA-DETALLE.

           MOVE SPACES TO RP-LINEA.
           STRING WS-DET-TIPO " " WS-DET-CLAVE " " WS-DET-INICIALES
               ": " WS-DET-TEXTO
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

       390-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-CARGAR-DUELO  --  one D record checked and held in the
      * duel table with the batch's site; a repeat inside the same
      * file is dropped.
      *----------------------------------------------------------------
       400-CARGAR-DUELO.

           MOVE TR-DET-DATOS TO DU-RECORD.
           MOVE "D"                TO WS-DET-TIPO.
           MOVE TR-DET-DATOS(1:14) TO WS-DET-CLAVE.
           MOVE DU-INICIALES-A     TO WS-DET-INICIALES.

           IF DU-TIMESTAMP NOT NUMERIC
            OR DU-INICIALES-A = SPACES
            OR DU-INICIALES-B = SPACES
            OR DU-PUNTAJE-A NOT NUMERIC
            OR DU-PUNTAJE-B NOT NUMERIC
            OR DU-FECHA NOT NUMERIC
               ADD 1 TO WS-RCH-INVALIDOS
               MOVE "DUELO CON CAMPOS INVALIDOS" TO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
               GO TO 400-FIN
           END-IF.

           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-CONTADOR
               MOVE WS-DUE-REGISTRO(WS-DUE-SUB) TO WS-DUE-VISTA
               IF WS-DV-TIMESTAMP = DU-TIMESTAMP
                AND WS-DV-INICIALES-A = DU-INICIALES-A
                AND WS-DV-INICIALES-B = DU-INICIALES-B
                   ADD 1 TO WS-RCH-DUPLICADOS
                   MOVE "DUELO REPETIDO EN EL ARCHIVO" TO WS-DET-TEXTO
                   PERFORM 390-LINEA-DETALLE THRU 390-FIN
                   GO TO 400-FIN
               END-IF
           END-PERFORM.

           MOVE WS-CAB-SITIO TO DU-SITIO.
           ADD 1 TO WS-DUE-CONTADOR.
           MOVE DU-RECORD    TO WS-DUE-REGISTRO(WS-DUE-CONTADOR).
           MOVE DU-TIMESTAMP TO WS-DUE-ORIGINAL(WS-DUE-CONTADOR).
           MOVE "I"          TO WS-DUE-ESTADO(WS-DUE-CONTADOR).

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 450-IMPORTAR-DUELOS  --  give each held duel the key its
      * player A score ended under, mark the ones DUELOS.DAT already
      * has from the same site, and append the rest.
      *----------------------------------------------------------------
       450-IMPORTAR-DUELOS.

           IF WS-DUE-CONTADOR = ZERO
               GO TO 450-FIN
           END-IF.

           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-CONTADOR
               MOVE WS-DUE-REGISTRO(WS-DUE-SUB) TO DU-RECORD
               MOVE DU-TIMESTAMP   TO WS-BUSCA-CLAVE
               MOVE DU-INICIALES-A TO WS-BUSCA-INICIALES
               PERFORM 380-BUSCAR-RECLAVE THRU 380-FIN
               MOVE WS-BUSCA-NUEVA TO DU-TIMESTAMP
               MOVE DU-RECORD TO WS-DUE-REGISTRO(WS-DUE-SUB)
           END-PERFORM.

           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ DUELOS-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF DU-SITIO = WS-CAB-SITIO
                               PERFORM 460-MARCAR-DUELO THRU 460-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUELOS-FILE
           END-IF.

           OPEN EXTEND DUELOS-FILE.
           IF WS-DUELOS-STATUS = "35"
               OPEN OUTPUT DUELOS-FILE
           END-IF.
           IF WS-DUELOS-STATUS NOT = "00"
               MOVE SPACES TO RP-LINEA
               STRING "NO SE PUDO GRABAR DUELOS.DAT, ESTADO "
                   WS-DUELOS-STATUS
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               ADD WS-DUE-CONTADOR TO WS-RCH-ERRORES
               GO TO 450-FIN
           END-IF.

           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-CONTADOR
               MOVE WS-DUE-REGISTRO(WS-DUE-SUB) TO DU-RECORD
               MOVE "D"                         TO WS-DET-TIPO
               MOVE WS-DUE-ORIGINAL(WS-DUE-SUB) TO WS-DET-CLAVE
               MOVE DU-INICIALES-A              TO WS-DET-INICIALES
               IF WS-DUE-ESTADO(WS-DUE-SUB) = "D"
                   ADD 1 TO WS-RCH-DUPLICADOS
                   MOVE "DUPLICADO, YA ESTA EN DUELOS.DAT"
                       TO WS-DET-TEXTO
                   PERFORM 390-LINEA-DETALLE THRU 390-FIN
               ELSE
                   WRITE DU-RECORD
                   IF WS-DUELOS-STATUS NOT = "00"
                       ADD 1 TO WS-RCH-ERRORES
                       MOVE SPACES TO WS-DET-TEXTO
                       STRING "NO GRABADO, ESTADO " WS-DUELOS-STATUS
                           DELIMITED BY SIZE INTO WS-DET-TEXTO
                       PERFORM 390-LINEA-DETALLE THRU 390-FIN
                   ELSE
                       ADD 1 TO WS-IMP-DUELOS
                       MOVE "DUELO-IM"     TO WS-AU-ACCION
                       MOVE DU-INICIALES-A TO WS-AU-INICIALES
                       MOVE WS-DUE-ORIGINAL(WS-DUE-SUB)
                           TO WS-AU-ANTES
                       MOVE DU-TIMESTAMP   TO WS-AU-DESPUES
                       PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DUELOS-FILE.

       450-FIN. EXIT.

      *----------------------------------------------------------------
      * 460-MARCAR-DUELO  --  a central duel from the batch's site:
      * the held duel with the same key and players is a duplicate.
      *----------------------------------------------------------------
       460-MARCAR-DUELO.

           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-CONTADOR
               MOVE WS-DUE-REGISTRO(WS-DUE-SUB) TO WS-DUE-VISTA
               IF WS-DV-TIMESTAMP = DU-TIMESTAMP
                AND WS-DV-INICIALES-A = DU-INICIALES-A
                AND WS-DV-INICIALES-B = DU-INICIALES-B
                   MOVE "D" TO WS-DUE-ESTADO(WS-DUE-SUB)
               END-IF
           END-PERFORM.

       460-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-CARGAR-SESION  --  one C record checked and held in the
      * session table with the batch's site; a repeat inside the
      * same file is dropped.
      *----------------------------------------------------------------
       500-CARGAR-SESION.

           MOVE TR-DET-DATOS TO CT-RECORD.
           MOVE "C"                TO WS-DET-TIPO.
           MOVE TR-DET-DATOS(1:14) TO WS-DET-CLAVE.
           MOVE CT-INICIALES       TO WS-DET-INICIALES.

           IF CT-TIMESTAMP NOT NUMERIC
            OR CT-INICIALES = SPACES
            OR CT-PUNTAJE NOT NUMERIC
            OR CT-JUGADAS NOT NUMERIC
               ADD 1 TO WS-RCH-INVALIDOS
               MOVE "SESION CON CAMPOS INVALIDOS" TO WS-DET-TEXTO
               PERFORM 390-LINEA-DETALLE THRU 390-FIN
               GO TO 500-FIN
           END-IF.

           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-CONTADOR
               MOVE WS-SES-REGISTRO(WS-SES-SUB) TO WS-SES-VISTA
               IF WS-SV-TIMESTAMP = CT-TIMESTAMP
                AND WS-SV-INICIALES = CT-INICIALES
                   ADD 1 TO WS-RCH-DUPLICADOS
                   MOVE "SESION REPETIDA EN EL ARCHIVO"
                       TO WS-DET-TEXTO
                   PERFORM 390-LINEA-DETALLE THRU 390-FIN
                   GO TO 500-FIN
               END-IF
           END-PERFORM.

           MOVE WS-CAB-SITIO TO CT-SITIO.
           ADD 1 TO WS-SES-CONTADOR.
           MOVE CT-RECORD    TO WS-SES-REGISTRO(WS-SES-CONTADOR).
           MOVE CT-TIMESTAMP TO WS-SES-ORIGINAL(WS-SES-CONTADOR).
           MOVE "I"          TO WS-SES-ESTADO(WS-SES-CONTADOR).

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 550-IMPORTAR-SESIONES  --  as for duels: the session takes
      * the key its score ended under, the ones SESSCAT.DAT already
      * has from the same site are marked, the rest appended.
      *----------------------------------------------------------------
       550-IMPORTAR-SESIONES.

           IF WS-SES-CONTADOR = ZERO
               GO TO 550-FIN
           END-IF.

           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-CONTADOR
               MOVE WS-SES-REGISTRO(WS-SES-SUB) TO CT-RECORD
               MOVE CT-TIMESTAMP TO WS-BUSCA-CLAVE
               MOVE CT-INICIALES TO WS-BUSCA-INICIALES
               PERFORM 380-BUSCAR-RECLAVE THRU 380-FIN
               MOVE WS-BUSCA-NUEVA TO CT-TIMESTAMP
               MOVE CT-RECORD TO WS-SES-REGISTRO(WS-SES-SUB)
           END-PERFORM.

           OPEN INPUT SESSCAT-FILE.
           IF WS-SESSCAT-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVO
               PERFORM UNTIL EOF-ARCHIVO
                   READ SESSCAT-FILE
                       AT END
                           MOVE "S" TO WS-EOF-ARCHIVO
                       NOT AT END
                           IF CT-SITIO = WS-CAB-SITIO
                               PERFORM 560-MARCAR-SESION THRU 560-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSCAT-FILE
           END-IF.

           OPEN EXTEND SESSCAT-FILE.
           IF WS-SESSCAT-STATUS = "35"
               OPEN OUTPUT SESSCAT-FILE
           END-IF.
           IF WS-SESSCAT-STATUS NOT = "00"
               MOVE SPACES TO RP-LINEA
               STRING "NO SE PUDO GRABAR SESSCAT.DAT, ESTADO "
                   WS-SESSCAT-STATUS
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               ADD WS-SES-CONTADOR TO WS-RCH-ERRORES
               GO TO 550-FIN
           END-IF.

           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-CONTADOR
               MOVE WS-SES-REGISTRO(WS-SES-SUB) TO CT-RECORD
               MOVE "C"                         TO WS-DET-TIPO
               MOVE WS-SES-ORIGINAL(WS-SES-SUB) TO WS-DET-CLAVE
               MOVE CT-INICIALES                TO WS-DET-INICIALES
               IF WS-SES-ESTADO(WS-SES-SUB) = "D"
                   ADD 1 TO WS-RCH-DUPLICADOS
                   MOVE "DUPLICADO, YA ESTA EN SESSCAT.DAT"
                       TO WS-DET-TEXTO
                   PERFORM 390-LINEA-DETALLE THRU 390-FIN
               ELSE
                   WRITE CT-RECORD
                   IF WS-SESSCAT-STATUS NOT = "00"
                       ADD 1 TO WS-RCH-ERRORES
                       MOVE SPACES TO WS-DET-TEXTO
                       STRING "NO GRABADO, ESTADO " WS-SESSCAT-STATUS
                           DELIMITED BY SIZE INTO WS-DET-TEXTO
                       PERFORM 390-LINEA-DETALLE THRU 390-FIN
                   ELSE
                       ADD 1 TO WS-IMP-SESIONES
                       MOVE "SCAT-IM "   TO WS-AU-ACCION
                       MOVE CT-INICIALES TO WS-AU-INICIALES
                       MOVE WS-SES-ORIGINAL(WS-SES-SUB)
                           TO WS-AU-ANTES
                       MOVE CT-TIMESTAMP TO WS-AU-DESPUES
                       PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SESSCAT-FILE.

       550-FIN. EXIT.

      *----------------------------------------------------------------
      * 560-MARCAR-SESION  --  a central catalogue row from the
      * batch's site: the held session with the same key is a
      * duplicate.
      *----------------------------------------------------------------
       560-MARCAR-SESION.

           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-CONTADOR
               MOVE WS-SES-REGISTRO(WS-SES-SUB) TO WS-SES-VISTA
               IF WS-SV-TIMESTAMP = CT-TIMESTAMP
                AND WS-SV-INICIALES = CT-INICIALES
                   MOVE "D" TO WS-SES-ESTADO(WS-SES-SUB)
               END-IF
           END-PERFORM.

       560-FIN. EXIT.

      *----------------------------------------------------------------
      * 700-REGISTRAR-LOTE  --  append the batch to CONSOLIDA.DAT
      * with the status already in WS-ESTADO-LOTE and what came of
      * it.
      *----------------------------------------------------------------
       700-REGISTRAR-LOTE.

           OPEN EXTEND CONSOLIDA-FILE.
           IF WS-CONSOLIDA-STATUS = "35"
               OPEN OUTPUT CONSOLIDA-FILE
           END-IF.
           IF WS-CONSOLIDA-STATUS NOT = "00"
               MOVE "NO SE PUDO GRABAR CONSOLIDA.DAT." TO RP-LINEA
               WRITE RP-LINEA
               GO TO 700-FIN
           END-IF.

           MOVE SPACES           TO CO-RECORD.
           MOVE WS-CAB-SITIO     TO CO-SITIO.
           MOVE WS-CAB-LOTE      TO CO-LOTE.
           MOVE WS-FECHA-SIS     TO CO-FECHA.
           MOVE WS-HORA-SIS(1:6) TO CO-HORA.
           MOVE WS-ESTADO-LOTE   TO CO-ESTADO.
           COMPUTE CO-PUNTAJES = WS-IMP-PUNTAJES + WS-IMP-ALTAS.
           MOVE WS-IMP-DUELOS    TO CO-DUELOS.
           MOVE WS-IMP-SESIONES  TO CO-SESIONES.
           MOVE WS-RCH-TOTAL     TO CO-RECHAZADOS.
           WRITE CO-RECORD.
           CLOSE CONSOLIDA-FILE.

       700-FIN. EXIT.

      *----------------------------------------------------------------
      * 750-EMITIR-TOTALES  --  the closing page of the report.
      *----------------------------------------------------------------
       750-EMITIR-TOTALES.

           MOVE "---- TOTALES ----" TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PUNTAJES GRABADOS  .: " TO WS-TL-ETIQUETA.
           MOVE WS-IMP-PUNTAJES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "  CON CLAVE CORRIDA : " TO WS-TL-ETIQUETA.
           MOVE WS-IMP-RECLAVES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "ALTAS MES CERRADO  .: " TO WS-TL-ETIQUETA.
           MOVE WS-IMP-ALTAS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUELOS GRABADOS  . .: " TO WS-TL-ETIQUETA.
           MOVE WS-IMP-DUELOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESIONES GRABADAS  .: " TO WS-TL-ETIQUETA.
           MOVE WS-IMP-SESIONES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PERFILES ACTUALIZ. .: " TO WS-TL-ETIQUETA.
           MOVE WS-IMP-PERFILES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "DUPLICADOS . . . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-RCH-DUPLICADOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "REGISTROS INVALIDOS : " TO WS-TL-ETIQUETA.
           MOVE WS-RCH-INVALIDOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "ERRORES DE GRABACION: " TO WS-TL-ETIQUETA.
           MOVE WS-RCH-ERRORES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "==== FIN DE LA IMPORTACION ====" TO RP-LINEA.
           WRITE RP-LINEA.

       750-FIN. EXIT.

      *----------------------------------------------------------------
      * 800-ABRIR-AUDITORIA  --  open AUDIT.DAT once for the run,
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
      * 830-REGISTRAR-AUDITORIA  --  one chained record from
      * WS-AU-ACCION, WS-AU-INICIALES, WS-AU-ANTES and WS-AU-DESPUES.
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
           MOVE WS-AU-INICIALES TO AU-INICIALES.
           MOVE WS-AU-ACCION    TO AU-ACCION.
           MOVE WS-AU-ANTES     TO AU-CLAVE-ANTES.
           MOVE WS-AU-DESPUES   TO AU-CLAVE-DESPUES.
           COMPUTE AU-SECUENCIA = WS-SECUENCIA-ANTERIOR + 1.
           PERFORM 820-CALCULAR-CADENA THRU 820-FIN.
           MOVE WS-CADENA-CALC TO AU-CADENA.
           WRITE AU-RECORD.
           MOVE AU-SECUENCIA TO WS-SECUENCIA-ANTERIOR.
           MOVE AU-CADENA    TO WS-CADENA-ANTERIOR.

       830-FIN. EXIT.

      *----------------------------------------------------------------
      * 840-AUDITAR-CORRIDA  --  the run's own record (CONS-IMP or
      * CONS-REC, already in WS-AU-ACCION): site and batch before,
      * scores loaded and records rejected after.
      *----------------------------------------------------------------
       840-AUDITAR-CORRIDA.

           MOVE "OPR"            TO WS-AU-INICIALES.
           MOVE SPACES           TO WS-AU-ANTES.
           MOVE WS-CAB-SITIO     TO WS-AU-ANTES(1:3).
           MOVE WS-CAB-LOTE      TO WS-AU-ANTES(5:6).
           MOVE SPACES           TO WS-AU-DESPUES.
           MOVE WS-IMP-PUNTAJES  TO WS-AU-DESPUES(1:6).
           MOVE WS-RCH-TOTAL     TO WS-AU-DESPUES(8:6).
           PERFORM 830-REGISTRAR-AUDITORIA THRU 830-FIN.

       840-FIN. EXIT.

      *----------------------------------------------------------------
      * 900-CONTROL-INICIO  --  refused while SCORES-U is E (a game or
      * a batch step holds the masters); otherwise SCORES-U is set to
      * E until the import ends.
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
               DISPLAY "IMPORTACION RECHAZADA."
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
