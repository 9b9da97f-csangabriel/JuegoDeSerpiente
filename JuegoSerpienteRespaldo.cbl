      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Respaldo generacional de todos los archivos de
      *             datos y de control del juego. Cada corrida copia
      *             los archivos a un juego de respaldo fechado
      *             (RESPALDO.Snn) con su manifiesto (RESPALDO.Mnn):
      *             cantidad de registros de cada archivo, total de
      *             control de los puntajes de SCORES.DAT y la ultima
      *             secuencia y cadena de AUDIT.DAT. RESPALDO.CAT
      *             lleva las generaciones vivas y RESPALDO.CFG la
      *             cantidad a conservar; al pasarla se da de baja la
      *             mas antigua y su ranura se reutiliza. El modo
      *             restauracion verifica el juego elegido contra su
      *             manifiesto antes de reponer nada, se rechaza con
      *             SCORES.DAT en uso (RUNCTL.DAT, registro SCORES-U)
      *             y deja la restauracion registrada en AUDIT.DAT.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial de respaldo y restauracion.
      * 2026-10-15  DA  Entran en el juego PERIODOS.DAT (meses
      *                 cerrados) y AJUSTES.DAT (ajustes a puntajes de
      *                 meses cerrados), al final de la lista para que
      *                 los juegos anteriores conserven su numeracion.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio; un juego
      *                 anterior repone sus puntajes con el sitio en
      *                 blanco. Entran SITIO.CFG, EXPORTA.CTL y
      *                 CONSOLIDA.DAT, al final de la lista.
      * 2026-10-15  DA  Entra RATINGAPL.DAT (duelos ya aplicados al
      *                 escalafon), al final de la lista. La copia
      *                 repuesta de RUNCTL.DAT deja SCORES-U en E
      *                 hasta el cierre de la restauracion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-RESPALDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORES-FILE ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT HIST-FILE ASSIGN TO "SCORESHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-INICIALES
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT LOGROSGAN-FILE ASSIGN TO "LOGROSGAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CLAVE
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-INICIALES
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT APLICADOS-FILE ASSIGN TO "RATINGAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CLAVE
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

      *----------------------------------------------------------------
      * Los archivos de lineas de 80 posiciones se copian todos por
      * el mismo FD; el nombre lo pone el programa antes de abrir.
      *----------------------------------------------------------------
           SELECT PLANO-FILE ASSIGN USING WS-NOMBRE-PLANO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT JUEGO-FILE ASSIGN USING WS-NOMBRE-JUEGO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JUEGO-STATUS.

           SELECT MANIFIESTO-FILE ASSIGN USING WS-NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFIESTO-STATUS.

           SELECT CATALOGO-FILE ASSIGN TO "RESPALDO.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "RESPALDO.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "RESPALDO.RPT"
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
           05  FILLER                 PIC X(36).

       FD  HIST-FILE.
       01  SH-RECORD                  PIC X(50).

       FD  PLAYERS-FILE.
       01  PL-RECORD.
           05  PL-INICIALES           PIC X(03).
           05  FILLER                 PIC X(42).

       FD  LOGROSGAN-FILE.
       01  LE-RECORD.
           05  LE-CLAVE               PIC X(11).
           05  FILLER                 PIC X(08).

       FD  RATINGS-FILE.
       01  RT-RECORD.
           05  RT-INICIALES           PIC X(03).
           05  FILLER                 PIC X(56).

       FD  APLICADOS-FILE.
       01  DA-RECORD.
           05  DA-CLAVE               PIC X(23).
           05  FILLER                 PIC X(09).

       FD  CHECKPOINT-FILE.
       01  CK-RECORD                  PIC X(836).

       FD  PLANO-FILE.
       01  PN-RECORD                  PIC X(80).

      *----------------------------------------------------------------
      * Juego de respaldo: cada registro lleva el numero del archivo
      * de origen (posicion en WS-ARCHIVOS-TABLA) y el registro tal
      * cual, con el largo propio de ese archivo.
      *----------------------------------------------------------------
       FD  JUEGO-FILE
           RECORD IS VARYING IN SIZE FROM 3 TO 838 CHARACTERS
               DEPENDING ON WS-JUEGO-LARGO.
       01  RS-RECORD.
           05  RS-ARCHIVO             PIC 9(02).
           05  RS-DATOS               PIC X(836).
           05  RS-VISTA-SCORE REDEFINES RS-DATOS.
               10  FILLER             PIC X(17).
               10  RS-SC-PUNTAJE      PIC 9(04).
               10  FILLER             PIC X(815).
           05  RS-VISTA-AUDIT REDEFINES RS-DATOS.
               10  FILLER             PIC X(58).
               10  RS-AU-SECUENCIA    PIC 9(06).
               10  FILLER             PIC X.
               10  RS-AU-CADENA       PIC 9(08).
               10  FILLER             PIC X(763).

       FD  MANIFIESTO-FILE.
       01  MF-RECORD                  PIC X(80).
       01  MF-CABECERA REDEFINES MF-RECORD.
           05  MF-CAB-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  MF-CAB-GENERACION      PIC 9(06).
           05  FILLER                 PIC X.
           05  MF-CAB-FECHA           PIC X(08).
           05  FILLER                 PIC X.
           05  MF-CAB-HORA            PIC X(06).
           05  FILLER                 PIC X.
           05  MF-CAB-RANURA          PIC 9(02).
           05  FILLER                 PIC X.
           05  MF-CAB-ARCHIVOS        PIC 9(02).
           05  FILLER                 PIC X(50).
       01  MF-DETALLE REDEFINES MF-RECORD.
           05  MF-DET-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  MF-DET-NUMERO          PIC 9(02).
           05  FILLER                 PIC X.
           05  MF-DET-NOMBRE          PIC X(14).
           05  FILLER                 PIC X.
           05  MF-DET-PRESENTE        PIC X.
           05  FILLER                 PIC X.
           05  MF-DET-REGISTROS       PIC 9(08).
           05  FILLER                 PIC X(50).
       01  MF-COLA REDEFINES MF-RECORD.
           05  MF-COL-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  MF-COL-REGISTROS       PIC 9(09).
           05  FILLER                 PIC X.
           05  MF-COL-TOTAL-CONTROL   PIC 9(09).
           05  FILLER                 PIC X.
           05  MF-COL-SECUENCIA       PIC 9(06).
           05  FILLER                 PIC X.
           05  MF-COL-CADENA          PIC 9(08).
           05  FILLER                 PIC X(43).

       FD  CATALOGO-FILE.
       01  CA-RECORD.
           05  CA-GENERACION          PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CA-RANURA              PIC 9(02).
           05  FILLER                 PIC X VALUE SPACE.
           05  CA-FECHA               PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  CA-HORA                PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  CA-ESTADO              PIC X.
           05  FILLER                 PIC X(53).

       FD  CONFIG-FILE.
       01  CF-RECORD                  PIC X(80).
       01  CF-CAMPOS REDEFINES CF-RECORD.
           05  CF-GENERACIONES        PIC 9(02).
           05  FILLER                 PIC X(78).

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

       01  WS-ARCHIVO-STATUS          PIC XX.
       01  WS-JUEGO-STATUS            PIC XX.
       01  WS-MANIFIESTO-STATUS       PIC XX.
       01  WS-CATALOGO-STATUS         PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".
       01  WS-EOF-JUEGO               PIC X VALUE "N".
           88  EOF-JUEGO                    VALUE "S".

       01  WS-OPCION                  PIC X VALUE SPACE.
       01  WS-RESPUESTA               PIC X VALUE SPACE.
       01  WS-FECHA-SIS               PIC X(08).
       01  WS-HORA-SIS                PIC X(08).

      *----------------------------------------------------------------
      * Archivos que entran en cada juego, en el orden en que se
      * graban: nombre, clase (C SCORES, H SCORESHIST, P PLAYERS,
      * G LOGROSGAN, R RATINGS, K CHECKPOINT, A RATINGAPL, L lineas
      * de 80) y largo del registro.
      *----------------------------------------------------------------
       01  WS-ARC-CANTIDAD            PIC 9(02) VALUE 27.
       01  WS-ARCHIVOS-VALORES.
           05  FILLER PIC X(18) VALUE "SCORES.DAT    C050".
           05  FILLER PIC X(18) VALUE "SCORESHIST.DATH050".
           05  FILLER PIC X(18) VALUE "PLAYERS.DAT   P045".
           05  FILLER PIC X(18) VALUE "LOGROSGAN.DAT G019".
           05  FILLER PIC X(18) VALUE "RATINGS.DAT   R059".
           05  FILLER PIC X(18) VALUE "CHECKPOINT.DATK836".
           05  FILLER PIC X(18) VALUE "LOGROS.DAT    L080".
           05  FILLER PIC X(18) VALUE "DUELOS.DAT    L080".
           05  FILLER PIC X(18) VALUE "SESSCAT.DAT   L080".
           05  FILLER PIC X(18) VALUE "SESSLOG.DAT   L080".
           05  FILLER PIC X(18) VALUE "MOVELOG.DAT   L080".
           05  FILLER PIC X(18) VALUE "LEVELS.DAT    L080".
           05  FILLER PIC X(18) VALUE "AUDIT.DAT     L080".
           05  FILLER PIC X(18) VALUE "LIGASCHED.DAT L080".
           05  FILLER PIC X(18) VALUE "LIGAHIST.DAT  L080".
           05  FILLER PIC X(18) VALUE "RATINGHIST.DATL080".
           05  FILLER PIC X(18) VALUE "RATINGS.CKP   L080".
           05  FILLER PIC X(18) VALUE "VERIFICA.CKP  L080".
           05  FILLER PIC X(18) VALUE "BOARD.CFG     L080".
           05  FILLER PIC X(18) VALUE "SCORING.CFG   L080".
           05  FILLER PIC X(18) VALUE "RUNCTL.DAT    L080".
           05  FILLER PIC X(18) VALUE "PERIODOS.DAT  L080".
           05  FILLER PIC X(18) VALUE "AJUSTES.DAT   L080".
           05  FILLER PIC X(18) VALUE "SITIO.CFG     L080".
           05  FILLER PIC X(18) VALUE "EXPORTA.CTL   L080".
           05  FILLER PIC X(18) VALUE "CONSOLIDA.DAT L080".
           05  FILLER PIC X(18) VALUE "RATINGAPL.DAT A032".
       01  WS-ARCHIVOS-TABLA REDEFINES WS-ARCHIVOS-VALORES.
           05  WS-ARC OCCURS 27 TIMES.
               10  WS-ARC-NOMBRE      PIC X(14).
               10  WS-ARC-CLASE       PIC X.
               10  WS-ARC-LARGO       PIC 9(03).
       01  WS-ARC-SUB                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      * Lo copiado (o leido del juego al verificar) y lo que dice el
      * manifiesto, por archivo.
      *----------------------------------------------------------------
       01  WS-CUENTAS-TABLA.
           05  WS-CUENTA OCCURS 27 TIMES.
               10  WS-CTA-PRESENTE    PIC X.
               10  WS-CTA-REGISTROS   PIC 9(08).
               10  WS-MAN-PRESENTE    PIC X.
               10  WS-MAN-REGISTROS   PIC 9(08).

       01  WS-TOTAL-REGISTROS         PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-CONTROL           PIC 9(09) VALUE ZERO.
       01  WS-ULT-SECUENCIA           PIC 9(06) VALUE ZERO.
       01  WS-ULT-CADENA              PIC 9(08) VALUE ZERO.
       01  WS-MAN-TOTAL-REGISTROS     PIC 9(09) VALUE ZERO.
       01  WS-MAN-TOTAL-CONTROL       PIC 9(09) VALUE ZERO.
       01  WS-MAN-SECUENCIA           PIC 9(06) VALUE ZERO.
       01  WS-MAN-CADENA              PIC 9(08) VALUE ZERO.
       01  WS-MAN-GENERACION          PIC 9(06) VALUE ZERO.
       01  WS-MAN-ARCHIVOS            PIC 9(02) VALUE ZERO.
       01  WS-MAN-COLA                PIC X VALUE "N".
       01  WS-DIFERENCIAS             PIC 9(04) VALUE ZERO.
       01  WS-ERRORES                 PIC 9(04) VALUE ZERO.

       01  WS-NOMBRE-PLANO            PIC X(20) VALUE SPACES.
       01  WS-USO-REPUESTO            PIC X VALUE "N".
       01  WS-NOMBRE-JUEGO            PIC X(20) VALUE SPACES.
       01  WS-NOMBRE-MANIFIESTO       PIC X(20) VALUE SPACES.
       01  WS-JUEGO-LARGO             PIC 9(03) COMP.

      *----------------------------------------------------------------
      * Generaciones vivas (RESPALDO.CAT), en orden de antiguedad:
      * estado C juego completo, I juego interrumpido.
      *----------------------------------------------------------------
       01  WS-GENERACIONES            PIC 9(02) VALUE 5.
       01  WS-GEN-CONTADOR            PIC 9(02) VALUE ZERO.
       01  WS-GEN-TABLA.
           05  WS-GEN OCCURS 99 TIMES.
               10  WS-GEN-NUMERO      PIC 9(06).
               10  WS-GEN-RANURA      PIC 9(02).
               10  WS-GEN-FECHA       PIC X(08).
               10  WS-GEN-HORA        PIC X(06).
               10  WS-GEN-ESTADO      PIC X.
       01  WS-GEN-SUB                 PIC 9(02) COMP.
       01  WS-GEN-SUB2                PIC 9(02) COMP.
       01  WS-GEN-ELEGIDA             PIC 9(02) COMP.
       01  WS-GENERACION              PIC 9(06) VALUE ZERO.
       01  WS-GENERACION-PEDIDA       PIC 9(06) VALUE ZERO.
       01  WS-RANURA                  PIC 9(02) VALUE ZERO.
       01  WS-RANURA-LIBRE            PIC X VALUE "N".

       01  WS-LINEA-ARCHIVO.
           05  WS-LA-NOMBRE           PIC X(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-ESTADO           PIC X(11).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-REGISTROS        PIC ZZZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-ESPERADOS        PIC ZZZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-MARCA            PIC X(21).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(26).
           05  WS-TL-VALOR            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-LINEA-GENERACION.
           05  WS-LG-NUMERO           PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LG-FECHA            PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LG-HORA             PIC X(06).
           05  FILLER                 PIC X(09) VALUE "  RANURA ".
           05  WS-LG-RANURA           PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LG-ESTADO           PIC X(12).
           05  FILLER                 PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------
      * Cadena de AUDIT.DAT para el registro de la restauracion.
      *----------------------------------------------------------------
       01  WS-AU-FECHA                PIC X(08).
       01  WS-AU-HORA                 PIC X(08).
       01  WS-SECUENCIA-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-CADENA-ANTERIOR         PIC 9(08) VALUE ZERO.
       01  WS-CADENA-CALC             PIC 9(08) VALUE ZERO.
       01  WS-CAD-SUB                 PIC 9(02) COMP.
       01  WS-EOF-AUDIT               PIC X VALUE "N".

      *----------------------------------------------------------------
      * Control de corrida (RUNCTL.DAT): con SCORES-U en E (juego o
      * lote en curso) no se respalda ni se restaura; la restauracion
      * lo deja en E mientras repone los archivos.
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

           DISPLAY "==== RESPALDO GENERACIONAL ====".
           DISPLAY "1. GENERAR UN JUEGO DE RESPALDO".
           DISPLAY "2. RESTAURAR UN JUEGO DE RESPALDO".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS  FROM TIME.

           IF WS-OPCION = "1"
               PERFORM 100-RESPALDAR THRU 100-FIN
           ELSE IF WS-OPCION = "2"
               PERFORM 200-RESTAURAR THRU 200-FIN
           ELSE
               DISPLAY "OPCION INVALIDA."
           END-IF.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-LEER-CONFIG  --  generations to keep, from the first line
      * of RESPALDO.CFG (01-99); 5 without the file.
      *----------------------------------------------------------------
       050-LEER-CONFIG.

           MOVE 5 TO WS-GENERACIONES.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.
           READ CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CF-GENERACIONES IS NUMERIC
                    AND CF-GENERACIONES > ZERO
                       MOVE CF-GENERACIONES TO WS-GENERACIONES
                   END-IF
           END-READ.
           CLOSE CONFIG-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 060-LEER-CATALOGO  --  load RESPALDO.CAT whole; the last
      * generation number is the highest one on it.
      *----------------------------------------------------------------
       060-LEER-CATALOGO.

           MOVE ZERO TO WS-GEN-CONTADOR.
           MOVE ZERO TO WS-GENERACION.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-STATUS NOT = "00"
               GO TO 060-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ CATALOGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CA-GENERACION IS NUMERIC
                        AND CA-RANURA IS NUMERIC
                        AND WS-GEN-CONTADOR < 99
                           ADD 1 TO WS-GEN-CONTADOR
                           MOVE WS-GEN-CONTADOR TO WS-GEN-SUB
                           MOVE CA-GENERACION
                               TO WS-GEN-NUMERO(WS-GEN-SUB)
                           MOVE CA-RANURA TO WS-GEN-RANURA(WS-GEN-SUB)
                           MOVE CA-FECHA  TO WS-GEN-FECHA(WS-GEN-SUB)
                           MOVE CA-HORA   TO WS-GEN-HORA(WS-GEN-SUB)
                           MOVE CA-ESTADO TO WS-GEN-ESTADO(WS-GEN-SUB)
                           IF CA-GENERACION > WS-GENERACION
                               MOVE CA-GENERACION TO WS-GENERACION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOGO-FILE.

       060-FIN. EXIT.

      *----------------------------------------------------------------
      * 070-GRABAR-CATALOGO  --  rewrite RESPALDO.CAT whole from the
      * generation table.
      *----------------------------------------------------------------
       070-GRABAR-CATALOGO.

           OPEN OUTPUT CATALOGO-FILE.
           IF WS-CATALOGO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR RESPALDO.CAT. ESTADO: "
                   WS-CATALOGO-STATUS
               GO TO 070-FIN
           END-IF.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-CONTADOR
               MOVE SPACES TO CA-RECORD
               MOVE WS-GEN-NUMERO(WS-GEN-SUB) TO CA-GENERACION
               MOVE WS-GEN-RANURA(WS-GEN-SUB) TO CA-RANURA
               MOVE WS-GEN-FECHA(WS-GEN-SUB)  TO CA-FECHA
               MOVE WS-GEN-HORA(WS-GEN-SUB)   TO CA-HORA
               MOVE WS-GEN-ESTADO(WS-GEN-SUB) TO CA-ESTADO
               WRITE CA-RECORD
           END-PERFORM.
           CLOSE CATALOGO-FILE.

       070-FIN. EXIT.

      *----------------------------------------------------------------
      * 080-ARMAR-NOMBRES  --  set and manifest file names for slot
      * WS-RANURA.
      *----------------------------------------------------------------
       080-ARMAR-NOMBRES.

           MOVE SPACES TO WS-NOMBRE-JUEGO.
           STRING "RESPALDO.S" WS-RANURA
               DELIMITED BY SIZE INTO WS-NOMBRE-JUEGO.
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO.
           STRING "RESPALDO.M" WS-RANURA
               DELIMITED BY SIZE INTO WS-NOMBRE-MANIFIESTO.

       080-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-RESPALDAR  --  copy every file into a new generation and
      * write its manifest. The catalogue shows the generation as
      * interrupted (I) until the manifest is written.
      *----------------------------------------------------------------
       100-RESPALDAR.

           PERFORM 900-VERIFICAR-USO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               DISPLAY "RESPALDO RECHAZADO."
               GO TO 100-FIN
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE "==== RESPALDO GENERACIONAL ====" TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 050-LEER-CONFIG THRU 050-FIN.
           PERFORM 060-LEER-CATALOGO THRU 060-FIN.
           PERFORM 110-ELEGIR-RANURA THRU 110-FIN.
           ADD 1 TO WS-GENERACION.

           ADD 1 TO WS-GEN-CONTADOR.
           MOVE WS-GEN-CONTADOR     TO WS-GEN-SUB.
           MOVE WS-GENERACION       TO WS-GEN-NUMERO(WS-GEN-SUB).
           MOVE WS-RANURA           TO WS-GEN-RANURA(WS-GEN-SUB).
           MOVE WS-FECHA-SIS        TO WS-GEN-FECHA(WS-GEN-SUB).
           MOVE WS-HORA-SIS(1:6)    TO WS-GEN-HORA(WS-GEN-SUB).
           MOVE "I"                 TO WS-GEN-ESTADO(WS-GEN-SUB).
           PERFORM 070-GRABAR-CATALOGO THRU 070-FIN.

           PERFORM 080-ARMAR-NOMBRES THRU 080-FIN.
           MOVE SPACES TO RP-LINEA.
           STRING "GENERACION " WS-GENERACION " DEL " WS-FECHA-SIS
               " " WS-HORA-SIS(1:6) " EN " WS-NOMBRE-JUEGO
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "---- ARCHIVOS COPIADOS ----" TO RP-LINEA.
           WRITE RP-LINEA.

           OPEN OUTPUT JUEGO-FILE.
           IF WS-JUEGO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-JUEGO
                   ". ESTADO: " WS-JUEGO-STATUS
               MOVE "NO SE PUDO CREAR EL JUEGO DE RESPALDO." TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               GO TO 100-FIN
           END-IF.

           MOVE ZERO TO WS-TOTAL-REGISTROS.
           MOVE ZERO TO WS-TOTAL-CONTROL.
           MOVE ZERO TO WS-ULT-SECUENCIA.
           MOVE ZERO TO WS-ULT-CADENA.
           MOVE ZERO TO WS-ERRORES.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               PERFORM 120-COPIAR-ARCHIVO THRU 120-FIN
           END-PERFORM.
           CLOSE JUEGO-FILE.

           IF WS-ERRORES > ZERO
               DISPLAY "ERRORES DE GRABACION EN EL JUEGO: " WS-ERRORES
               MOVE "JUEGO INCOMPLETO - QUEDA MARCADO I." TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               GO TO 100-FIN
           END-IF.

           PERFORM 150-GRABAR-MANIFIESTO THRU 150-FIN.
           IF WS-MANIFIESTO-STATUS NOT = "00"
               MOVE "SIN MANIFIESTO - EL JUEGO QUEDA MARCADO I."
                   TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               GO TO 100-FIN
           END-IF.

           MOVE "C" TO WS-GEN-ESTADO(WS-GEN-CONTADOR).
           PERFORM 070-GRABAR-CATALOGO THRU 070-FIN.

           PERFORM 160-EMITIR-TOTALES THRU 160-FIN.
           CLOSE REPORTE-FILE.

           DISPLAY "RESPALDO GENERADO. GENERACION: " WS-GENERACION
               " REGISTROS: " WS-TOTAL-REGISTROS.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 110-ELEGIR-RANURA  --  drop the oldest generations until one
      * more fits under the configured count, then take the lowest
      * slot no live generation uses, so a dropped generation's slot
      * is the one reused.
      *----------------------------------------------------------------
       110-ELEGIR-RANURA.

           PERFORM UNTIL WS-GEN-CONTADOR < WS-GENERACIONES
               MOVE SPACES TO RP-LINEA
               STRING "GENERACION " WS-GEN-NUMERO(1) " DEL "
                   WS-GEN-FECHA(1) " DADA DE BAJA (RANURA "
                   WS-GEN-RANURA(1) ")"
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB NOT < WS-GEN-CONTADOR
                   MOVE WS-GEN(WS-GEN-SUB + 1) TO WS-GEN(WS-GEN-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-GEN-CONTADOR
           END-PERFORM.

           MOVE ZERO TO WS-RANURA.
           MOVE "N" TO WS-RANURA-LIBRE.
           PERFORM UNTIL WS-RANURA-LIBRE = "S"
               ADD 1 TO WS-RANURA
               MOVE "S" TO WS-RANURA-LIBRE
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB > WS-GEN-CONTADOR
                   IF WS-GEN-RANURA(WS-GEN-SUB) = WS-RANURA
                       MOVE "N" TO WS-RANURA-LIBRE
                   END-IF
               END-PERFORM
           END-PERFORM.

       110-FIN. EXIT.

      *----------------------------------------------------------------
      * 120-COPIAR-ARCHIVO  --  copy file WS-ARC-SUB into the set; a
      * file that does not exist is noted absent on the manifest.
      *----------------------------------------------------------------
       120-COPIAR-ARCHIVO.

           MOVE "S"  TO WS-CTA-PRESENTE(WS-ARC-SUB).
           MOVE ZERO TO WS-CTA-REGISTROS(WS-ARC-SUB).

           IF WS-ARC-CLASE(WS-ARC-SUB) = "C"
               PERFORM 130-COPIAR-SCORES THRU 130-FIN
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "H"
               PERFORM 131-COPIAR-HIST THRU 131-FIN
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "P"
               PERFORM 132-COPIAR-PLAYERS THRU 132-FIN
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "G"
               PERFORM 133-COPIAR-LOGROSGAN THRU 133-FIN
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "R"
               PERFORM 134-COPIAR-RATINGS THRU 134-FIN
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "K"
               PERFORM 135-COPIAR-CHECKPOINT THRU 135-FIN
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "A"
               PERFORM 137-COPIAR-APLICADOS THRU 137-FIN
           ELSE
               PERFORM 136-COPIAR-PLANO THRU 136-FIN
           END-IF.

           MOVE WS-ARC-NOMBRE(WS-ARC-SUB) TO WS-LA-NOMBRE.
           IF WS-CTA-PRESENTE(WS-ARC-SUB) = "S"
               MOVE "COPIADO" TO WS-LA-ESTADO
           ELSE
               MOVE "AUSENTE" TO WS-LA-ESTADO
           END-IF.
           MOVE WS-CTA-REGISTROS(WS-ARC-SUB) TO WS-LA-REGISTROS.
           MOVE ZERO TO WS-LA-ESPERADOS.
           MOVE SPACES TO WS-LA-MARCA.
           MOVE WS-LINEA-ARCHIVO TO RP-LINEA.
           MOVE SPACES TO RP-LINEA(37:9).
           WRITE RP-LINEA.

       120-FIN. EXIT.

      *----------------------------------------------------------------
      * 130-COPIAR-SCORES .. 137-COPIAR-APLICADOS  --  one reader per
      * file class; every record read goes through 140.
      *----------------------------------------------------------------
       130-COPIAR-SCORES.

           OPEN INPUT SCORES-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 130-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SCORES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE SC-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       130-FIN. EXIT.

       131-COPIAR-HIST.

           OPEN INPUT HIST-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 131-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE SH-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       131-FIN. EXIT.

       132-COPIAR-PLAYERS.

           OPEN INPUT PLAYERS-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 132-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ PLAYERS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE PL-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.

       132-FIN. EXIT.

       133-COPIAR-LOGROSGAN.

           OPEN INPUT LOGROSGAN-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 133-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ LOGROSGAN-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE LE-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE LOGROSGAN-FILE.

       133-FIN. EXIT.

       134-COPIAR-RATINGS.

           OPEN INPUT RATINGS-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 134-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE RT-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE RATINGS-FILE.

       134-FIN. EXIT.

       135-COPIAR-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 135-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE CK-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

       135-FIN. EXIT.

       136-COPIAR-PLANO.

           MOVE WS-ARC-NOMBRE(WS-ARC-SUB) TO WS-NOMBRE-PLANO.
           OPEN INPUT PLANO-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 136-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ PLANO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE PN-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE PLANO-FILE.

       136-FIN. EXIT.

       137-COPIAR-APLICADOS.

           OPEN INPUT APLICADOS-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "N" TO WS-CTA-PRESENTE(WS-ARC-SUB)
               GO TO 137-FIN
           END-IF.
           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ APLICADOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       MOVE DA-RECORD TO RS-DATOS
                       PERFORM 140-GRABAR-REGISTRO THRU 140-FIN
               END-READ
           END-PERFORM.
           CLOSE APLICADOS-FILE.

       137-FIN. EXIT.

      *----------------------------------------------------------------
      * 140-GRABAR-REGISTRO  --  one record of file WS-ARC-SUB (in
      * RS-DATOS) onto the set, counted and folded into the control
      * totals.
      *----------------------------------------------------------------
       140-GRABAR-REGISTRO.

           MOVE WS-ARC-SUB TO RS-ARCHIVO.
           COMPUTE WS-JUEGO-LARGO = WS-ARC-LARGO(WS-ARC-SUB) + 2.
           WRITE RS-RECORD.
           IF WS-JUEGO-STATUS NOT = "00"
               ADD 1 TO WS-ERRORES
               GO TO 140-FIN
           END-IF.
           ADD 1 TO WS-CTA-REGISTROS(WS-ARC-SUB).
           PERFORM 145-ACUMULAR-CONTROL THRU 145-FIN.

       140-FIN. EXIT.

      *----------------------------------------------------------------
      * 145-ACUMULAR-CONTROL  --  the set record in RS-RECORD adds to
      * the record count, a SCORES.DAT record adds its points to the
      * control total, and a chained AUDIT.DAT record becomes the
      * last link seen (unchained records are passed over, as when
      * the chain is extended).
      *----------------------------------------------------------------
       145-ACUMULAR-CONTROL.

           ADD 1 TO WS-TOTAL-REGISTROS.
           IF WS-ARC-NOMBRE(RS-ARCHIVO) = "SCORES.DAT"
            AND RS-SC-PUNTAJE IS NUMERIC
               ADD RS-SC-PUNTAJE TO WS-TOTAL-CONTROL
           END-IF.
           IF WS-ARC-NOMBRE(RS-ARCHIVO) = "AUDIT.DAT"
            AND RS-AU-SECUENCIA IS NUMERIC
            AND RS-AU-CADENA IS NUMERIC
               MOVE RS-AU-SECUENCIA TO WS-ULT-SECUENCIA
               MOVE RS-AU-CADENA    TO WS-ULT-CADENA
           END-IF.

       145-FIN. EXIT.

      *----------------------------------------------------------------
      * 150-GRABAR-MANIFIESTO  --  header (generation, date, time,
      * slot), one line per file (present flag and record count) and
      * a trailer with the total records, the score control total
      * and the last audit-chain link.
      *----------------------------------------------------------------
       150-GRABAR-MANIFIESTO.

           OPEN OUTPUT MANIFIESTO-FILE.
           IF WS-MANIFIESTO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-MANIFIESTO
                   ". ESTADO: " WS-MANIFIESTO-STATUS
               GO TO 150-FIN
           END-IF.

           MOVE SPACES TO MF-RECORD.
           MOVE "H"              TO MF-CAB-TIPO.
           MOVE WS-GENERACION    TO MF-CAB-GENERACION.
           MOVE WS-FECHA-SIS     TO MF-CAB-FECHA.
           MOVE WS-HORA-SIS(1:6) TO MF-CAB-HORA.
           MOVE WS-RANURA        TO MF-CAB-RANURA.
           MOVE WS-ARC-CANTIDAD  TO MF-CAB-ARCHIVOS.
           WRITE MF-RECORD.

           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               MOVE SPACES TO MF-RECORD
               MOVE "A"                         TO MF-DET-TIPO
               MOVE WS-ARC-SUB                  TO MF-DET-NUMERO
               MOVE WS-ARC-NOMBRE(WS-ARC-SUB)   TO MF-DET-NOMBRE
               MOVE WS-CTA-PRESENTE(WS-ARC-SUB) TO MF-DET-PRESENTE
               MOVE WS-CTA-REGISTROS(WS-ARC-SUB)
                   TO MF-DET-REGISTROS
               WRITE MF-RECORD
           END-PERFORM.

           MOVE SPACES TO MF-RECORD.
           MOVE "T"                TO MF-COL-TIPO.
           MOVE WS-TOTAL-REGISTROS TO MF-COL-REGISTROS.
           MOVE WS-TOTAL-CONTROL   TO MF-COL-TOTAL-CONTROL.
           MOVE WS-ULT-SECUENCIA   TO MF-COL-SECUENCIA.
           MOVE WS-ULT-CADENA      TO MF-COL-CADENA.
           WRITE MF-RECORD.
           CLOSE MANIFIESTO-FILE.

       150-FIN. EXIT.

      *----------------------------------------------------------------
      * 160-EMITIR-TOTALES  --  control totals and the generations
      * kept after this run.
      *----------------------------------------------------------------
       160-EMITIR-TOTALES.

           MOVE "---- TOTALES DE CONTROL ----" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "REGISTROS COPIADOS . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOTAL-REGISTROS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "TOTAL CONTROL PUNTAJES .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOTAL-CONTROL TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "ULTIMA SECUENCIA AUDIT .: " TO WS-TL-ETIQUETA.
           MOVE WS-ULT-SECUENCIA TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "ULTIMA CADENA AUDIT  . .: " TO WS-TL-ETIQUETA.
           MOVE WS-ULT-CADENA TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "---- GENERACIONES CONSERVADAS ----" TO RP-LINEA.
           WRITE RP-LINEA.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-CONTADOR
               PERFORM 170-LINEA-GENERACION THRU 170-FIN
               MOVE WS-LINEA-GENERACION TO RP-LINEA
               WRITE RP-LINEA
           END-PERFORM.

       160-FIN. EXIT.

      *----------------------------------------------------------------
      * 170-LINEA-GENERACION  --  format catalogue row WS-GEN-SUB.
      *----------------------------------------------------------------
       170-LINEA-GENERACION.

           MOVE WS-GEN-NUMERO(WS-GEN-SUB) TO WS-LG-NUMERO.
           MOVE WS-GEN-FECHA(WS-GEN-SUB)  TO WS-LG-FECHA.
           MOVE WS-GEN-HORA(WS-GEN-SUB)   TO WS-LG-HORA.
           MOVE WS-GEN-RANURA(WS-GEN-SUB) TO WS-LG-RANURA.
           IF WS-GEN-ESTADO(WS-GEN-SUB) = "C"
               MOVE "COMPLETO"    TO WS-LG-ESTADO
           ELSE
               MOVE "INTERRUMPIDO" TO WS-LG-ESTADO
           END-IF.

       170-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-RESTAURAR  --  pick a complete generation, check its set
      * against its manifest, and only when everything agrees and
      * the operator confirms, put every file back.
      *----------------------------------------------------------------
       200-RESTAURAR.

           PERFORM 900-VERIFICAR-USO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               DISPLAY "RESTAURACION RECHAZADA."
               GO TO 200-FIN
           END-IF.

           PERFORM 060-LEER-CATALOGO THRU 060-FIN.
           PERFORM 210-ELEGIR-GENERACION THRU 210-FIN.
           IF WS-GEN-ELEGIDA = ZERO
               GO TO 200-FIN
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE "==== RESTAURACION DE RESPALDO ====" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-GEN-ELEGIDA TO WS-GEN-SUB.
           PERFORM 170-LINEA-GENERACION THRU 170-FIN.
           MOVE WS-LINEA-GENERACION TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 220-LEER-MANIFIESTO THRU 220-FIN.
           IF WS-DIFERENCIAS = ZERO
               PERFORM 230-VERIFICAR-JUEGO THRU 230-FIN
           END-IF.
           IF WS-DIFERENCIAS > ZERO
               MOVE "JUEGO NO COINCIDE CON SU MANIFIESTO - NO SE REPONE"
                   TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "EL JUEGO NO COINCIDE CON SU MANIFIESTO. "
                   "DIFERENCIAS: " WS-DIFERENCIAS
               DISPLAY "RESTAURACION RECHAZADA. VER RESPALDO.RPT."
               GO TO 200-FIN
           END-IF.

           DISPLAY "JUEGO VERIFICADO CONTRA SU MANIFIESTO.".
           DISPLAY "LOS ARCHIVOS ACTUALES SERAN REEMPLAZADOS.".
           DISPLAY "CONFIRMA LA RESTAURACION? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               MOVE "RESTAURACION NO CONFIRMADA." TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "SIN CAMBIOS."
               GO TO 200-FIN
           END-IF.

           PERFORM 905-MARCAR-USO THRU 905-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               MOVE "SCORES.DAT PASO A ESTAR EN USO - NO SE REPONE"
                   TO RP-LINEA
               WRITE RP-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "RESTAURACION RECHAZADA."
               GO TO 200-FIN
           END-IF.

           PERFORM 240-REPONER-ARCHIVOS THRU 240-FIN.
           PERFORM 280-AUDITAR-RESTAURACION THRU 280-FIN.
           PERFORM 910-CONTROL-FIN THRU 910-FIN.

           MOVE "REGISTROS REPUESTOS . .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOTAL-REGISTROS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "ERRORES DE REPOSICION .: " TO WS-TL-ETIQUETA.
           MOVE WS-ERRORES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

           DISPLAY "RESTAURACION TERMINADA. REGISTROS: "
               WS-TOTAL-REGISTROS " ERRORES: " WS-ERRORES.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 210-ELEGIR-GENERACION  --  list the live generations and take
      * the operator's choice; WS-GEN-ELEGIDA = 0 when there is none
      * or the chosen one is not complete.
      *----------------------------------------------------------------
       210-ELEGIR-GENERACION.

           MOVE ZERO TO WS-GEN-ELEGIDA.
           IF WS-GEN-CONTADOR = ZERO
               DISPLAY "NO HAY GENERACIONES EN RESPALDO.CAT."
               GO TO 210-FIN
           END-IF.

           DISPLAY "---- GENERACIONES DISPONIBLES ----".
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-CONTADOR
               PERFORM 170-LINEA-GENERACION THRU 170-FIN
               DISPLAY WS-LINEA-GENERACION
           END-PERFORM.
           DISPLAY "GENERACION A RESTAURAR (6 DIGITOS): ".
           ACCEPT WS-GENERACION-PEDIDA.

           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-CONTADOR
               IF WS-GEN-NUMERO(WS-GEN-SUB) = WS-GENERACION-PEDIDA
                   MOVE WS-GEN-SUB TO WS-GEN-ELEGIDA
               END-IF
           END-PERFORM.

           IF WS-GEN-ELEGIDA = ZERO
               DISPLAY "GENERACION INEXISTENTE."
               GO TO 210-FIN
           END-IF.
           IF WS-GEN-ESTADO(WS-GEN-ELEGIDA) NOT = "C"
               DISPLAY "GENERACION INTERRUMPIDA - NO SE RESTAURA."
               MOVE ZERO TO WS-GEN-ELEGIDA
               GO TO 210-FIN
           END-IF.

           MOVE WS-GEN-RANURA(WS-GEN-ELEGIDA) TO WS-RANURA.
           MOVE WS-GEN-NUMERO(WS-GEN-ELEGIDA) TO WS-GENERACION.
           PERFORM 080-ARMAR-NOMBRES THRU 080-FIN.

       210-FIN. EXIT.

      *----------------------------------------------------------------
      * 220-LEER-MANIFIESTO  --  expected presence and count per file
      * and the trailer totals; the header must name the chosen
      * generation and the file list this program knows. Files added
      * to the list after the set was taken (beyond the header's
      * file count) are absent from it, not a difference.
      *----------------------------------------------------------------
       220-LEER-MANIFIESTO.

           MOVE ZERO TO WS-DIFERENCIAS.
           MOVE ZERO TO WS-MAN-GENERACION.
           MOVE ZERO TO WS-MAN-ARCHIVOS.
           MOVE "N"  TO WS-MAN-COLA.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               MOVE SPACE TO WS-MAN-PRESENTE(WS-ARC-SUB)
               MOVE ZERO  TO WS-MAN-REGISTROS(WS-ARC-SUB)
           END-PERFORM.

           OPEN INPUT MANIFIESTO-FILE.
           IF WS-MANIFIESTO-STATUS NOT = "00"
               MOVE SPACES TO RP-LINEA
               STRING "SIN MANIFIESTO " WS-NOMBRE-MANIFIESTO
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
               GO TO 220-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ MANIFIESTO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       PERFORM 225-UNA-LINEA-MANIFIESTO THRU 225-FIN
               END-READ
           END-PERFORM.
           CLOSE MANIFIESTO-FILE.

           IF WS-MAN-GENERACION NOT = WS-GENERACION
               MOVE "MANIFIESTO DE OTRA GENERACION" TO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
           END-IF.
           IF WS-MAN-COLA NOT = "S"
               MOVE "MANIFIESTO SIN REGISTRO COLA" TO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
           END-IF.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               IF WS-MAN-PRESENTE(WS-ARC-SUB) = SPACE
                AND WS-ARC-SUB > WS-MAN-ARCHIVOS
                   MOVE "N" TO WS-MAN-PRESENTE(WS-ARC-SUB)
               END-IF
               IF WS-MAN-PRESENTE(WS-ARC-SUB) = SPACE
                   MOVE SPACES TO RP-LINEA
                   STRING "MANIFIESTO SIN LINEA PARA "
                       WS-ARC-NOMBRE(WS-ARC-SUB)
                       DELIMITED BY SIZE INTO RP-LINEA
                   WRITE RP-LINEA
                   ADD 1 TO WS-DIFERENCIAS
               END-IF
           END-PERFORM.

       220-FIN. EXIT.

      *----------------------------------------------------------------
      * 225-UNA-LINEA-MANIFIESTO  --  one manifest line by type.
      *----------------------------------------------------------------
       225-UNA-LINEA-MANIFIESTO.

           IF MF-CAB-TIPO = "H"
               IF MF-CAB-GENERACION IS NUMERIC
                   MOVE MF-CAB-GENERACION TO WS-MAN-GENERACION
               END-IF
               IF MF-CAB-ARCHIVOS IS NUMERIC
                   MOVE MF-CAB-ARCHIVOS TO WS-MAN-ARCHIVOS
               END-IF
           ELSE IF MF-DET-TIPO = "A"
               IF MF-DET-NUMERO IS NUMERIC
                AND MF-DET-NUMERO > ZERO
                AND MF-DET-NUMERO NOT > WS-ARC-CANTIDAD
                AND MF-DET-REGISTROS IS NUMERIC
                AND MF-DET-NOMBRE = WS-ARC-NOMBRE(MF-DET-NUMERO)
                   MOVE MF-DET-PRESENTE
                       TO WS-MAN-PRESENTE(MF-DET-NUMERO)
                   MOVE MF-DET-REGISTROS
                       TO WS-MAN-REGISTROS(MF-DET-NUMERO)
               ELSE
                   MOVE SPACES TO RP-LINEA
                   STRING "LINEA DE MANIFIESTO NO RECONOCIDA: "
                       MF-RECORD(1:40)
                       DELIMITED BY SIZE INTO RP-LINEA
                   WRITE RP-LINEA
                   ADD 1 TO WS-DIFERENCIAS
               END-IF
           ELSE IF MF-COL-TIPO = "T"
               IF MF-COL-REGISTROS IS NUMERIC
                AND MF-COL-TOTAL-CONTROL IS NUMERIC
                AND MF-COL-SECUENCIA IS NUMERIC
                AND MF-COL-CADENA IS NUMERIC
                   MOVE "S" TO WS-MAN-COLA
                   MOVE MF-COL-REGISTROS     TO WS-MAN-TOTAL-REGISTROS
                   MOVE MF-COL-TOTAL-CONTROL TO WS-MAN-TOTAL-CONTROL
                   MOVE MF-COL-SECUENCIA     TO WS-MAN-SECUENCIA
                   MOVE MF-COL-CADENA        TO WS-MAN-CADENA
               END-IF
           END-IF.

       225-FIN. EXIT.

      *----------------------------------------------------------------
      * 230-VERIFICAR-JUEGO  --  read the whole set, recount it as the
      * backup did and compare file by file and with the trailer.
      *----------------------------------------------------------------
       230-VERIFICAR-JUEGO.

           MOVE ZERO TO WS-TOTAL-REGISTROS.
           MOVE ZERO TO WS-TOTAL-CONTROL.
           MOVE ZERO TO WS-ULT-SECUENCIA.
           MOVE ZERO TO WS-ULT-CADENA.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               MOVE ZERO TO WS-CTA-REGISTROS(WS-ARC-SUB)
           END-PERFORM.

           OPEN INPUT JUEGO-FILE.
           IF WS-JUEGO-STATUS NOT = "00"
               MOVE SPACES TO RP-LINEA
               STRING "SIN JUEGO DE RESPALDO " WS-NOMBRE-JUEGO
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
               GO TO 230-FIN
           END-IF.

           MOVE "N" TO WS-EOF-JUEGO.
           PERFORM UNTIL EOF-JUEGO
               READ JUEGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-JUEGO
                   NOT AT END
                       IF RS-ARCHIVO IS NUMERIC
                        AND RS-ARCHIVO > ZERO
                        AND RS-ARCHIVO NOT > WS-ARC-CANTIDAD
                           ADD 1 TO WS-CTA-REGISTROS(RS-ARCHIVO)
                           PERFORM 145-ACUMULAR-CONTROL THRU 145-FIN
                       ELSE
                           ADD 1 TO WS-TOTAL-REGISTROS
                           ADD 1 TO WS-DIFERENCIAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JUEGO-FILE.

           MOVE "---- ARCHIVOS DEL JUEGO CONTRA EL MANIFIESTO ----"
               TO RP-LINEA.
           WRITE RP-LINEA.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               MOVE WS-ARC-NOMBRE(WS-ARC-SUB)    TO WS-LA-NOMBRE
               IF WS-MAN-PRESENTE(WS-ARC-SUB) = "S"
                   MOVE "PRESENTE" TO WS-LA-ESTADO
               ELSE
                   MOVE "AUSENTE"  TO WS-LA-ESTADO
               END-IF
               MOVE WS-CTA-REGISTROS(WS-ARC-SUB) TO WS-LA-REGISTROS
               MOVE WS-MAN-REGISTROS(WS-ARC-SUB) TO WS-LA-ESPERADOS
               MOVE SPACES TO WS-LA-MARCA
               IF WS-CTA-REGISTROS(WS-ARC-SUB)
                       NOT = WS-MAN-REGISTROS(WS-ARC-SUB)
                   MOVE "<-- DIFIERE" TO WS-LA-MARCA
                   ADD 1 TO WS-DIFERENCIAS
               END-IF
               MOVE WS-LINEA-ARCHIVO TO RP-LINEA
               WRITE RP-LINEA
           END-PERFORM.

           IF WS-TOTAL-REGISTROS NOT = WS-MAN-TOTAL-REGISTROS
               MOVE "TOTAL DE REGISTROS DISTINTO AL DE LA COLA"
                   TO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
           END-IF.
           IF WS-TOTAL-CONTROL NOT = WS-MAN-TOTAL-CONTROL
               MOVE "TOTAL DE CONTROL DE PUNTAJES DISTINTO" TO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
           END-IF.
           IF WS-ULT-SECUENCIA NOT = WS-MAN-SECUENCIA
            OR WS-ULT-CADENA NOT = WS-MAN-CADENA
               MOVE "ULTIMO ESLABON DE AUDIT.DAT DISTINTO" TO RP-LINEA
               WRITE RP-LINEA
               ADD 1 TO WS-DIFERENCIAS
           END-IF.

       230-FIN. EXIT.

      *----------------------------------------------------------------
      * 240-REPONER-ARCHIVOS  --  the set holds the files in table
      * order, so each present file is recreated and filled with the
      * set records that carry its number. A file absent when the
      * set was taken is left as it is now.
      *----------------------------------------------------------------
       240-REPONER-ARCHIVOS.

           MOVE "---- ARCHIVOS REPUESTOS ----" TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE ZERO TO WS-TOTAL-REGISTROS.
           MOVE ZERO TO WS-ERRORES.
           OPEN INPUT JUEGO-FILE.
           IF WS-JUEGO-STATUS NOT = "00"
               ADD 1 TO WS-ERRORES
               GO TO 240-FIN
           END-IF.
           MOVE "N" TO WS-EOF-JUEGO.
           PERFORM 245-LEER-JUEGO THRU 245-FIN.

           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANTIDAD
               MOVE WS-ARC-NOMBRE(WS-ARC-SUB) TO WS-LA-NOMBRE
               MOVE ZERO TO WS-CTA-REGISTROS(WS-ARC-SUB)
               MOVE SPACES TO WS-LA-MARCA
               IF WS-MAN-PRESENTE(WS-ARC-SUB) = "S"
                   PERFORM 250-REPONER-UN-ARCHIVO THRU 250-FIN
               ELSE
                   MOVE "SE CONSERVA" TO WS-LA-ESTADO
                   MOVE "SIN COPIA EN EL JUEGO" TO WS-LA-MARCA
               END-IF
               MOVE WS-CTA-REGISTROS(WS-ARC-SUB) TO WS-LA-REGISTROS
               MOVE WS-MAN-REGISTROS(WS-ARC-SUB) TO WS-LA-ESPERADOS
               MOVE WS-LINEA-ARCHIVO TO RP-LINEA
               WRITE RP-LINEA
           END-PERFORM.
           CLOSE JUEGO-FILE.

       240-FIN. EXIT.

      *----------------------------------------------------------------
      * 245-LEER-JUEGO  --  next set record (read ahead). The rest of
      * the area past the record read is blanked: a score taken
      * before the site code was added restores with the site blank.
      *----------------------------------------------------------------
       245-LEER-JUEGO.

           READ JUEGO-FILE
               AT END
                   MOVE "S" TO WS-EOF-JUEGO
               NOT AT END
                   IF WS-JUEGO-LARGO < 838
                       MOVE SPACES TO RS-RECORD(WS-JUEGO-LARGO + 1:)
                   END-IF
           END-READ.

       245-FIN. EXIT.

      *----------------------------------------------------------------
      * 250-REPONER-UN-ARCHIVO  --  recreate file WS-ARC-SUB from its
      * run of set records. The restored RUNCTL.DAT keeps SCORES-U in
      * E, as 905 left it, until 910 closes the restore; a set copy
      * without that row gets one.
      *----------------------------------------------------------------
       250-REPONER-UN-ARCHIVO.

           MOVE "N" TO WS-USO-REPUESTO.
           MOVE "REPUESTO" TO WS-LA-ESTADO.
           PERFORM 260-ABRIR-DESTINO THRU 260-FIN.
           IF WS-ARCHIVO-STATUS NOT = "00"
               MOVE "NO REPUESTO" TO WS-LA-ESTADO
               MOVE SPACES TO WS-LA-MARCA
               STRING "ESTADO " WS-ARCHIVO-STATUS
                   DELIMITED BY SIZE INTO WS-LA-MARCA
               ADD 1 TO WS-ERRORES
           END-IF.

           PERFORM UNTIL EOF-JUEGO
                   OR RS-ARCHIVO NOT = WS-ARC-SUB
               IF WS-LA-ESTADO = "REPUESTO"
                   PERFORM 270-GRABAR-DESTINO THRU 270-FIN
               END-IF
               PERFORM 245-LEER-JUEGO THRU 245-FIN
           END-PERFORM.

           IF WS-LA-ESTADO = "REPUESTO"
            AND WS-ARC-NOMBRE(WS-ARC-SUB) = "RUNCTL.DAT"
            AND WS-USO-REPUESTO = "N"
               MOVE SPACES              TO PN-RECORD
               MOVE "SCORES-U"          TO PN-RECORD(1:8)
               MOVE WS-RC-FECHA-HOY     TO PN-RECORD(10:8)
               MOVE WS-RC-HORA-SIS(1:6) TO PN-RECORD(19:6)
               MOVE "E"                 TO PN-RECORD(26:1)
               WRITE PN-RECORD
           END-IF.

           IF WS-LA-ESTADO = "REPUESTO"
               PERFORM 275-CERRAR-DESTINO THRU 275-FIN
           END-IF.

       250-FIN. EXIT.

      *----------------------------------------------------------------
      * 260-ABRIR-DESTINO  --  open file WS-ARC-SUB for output.
      *----------------------------------------------------------------
       260-ABRIR-DESTINO.

           IF WS-ARC-CLASE(WS-ARC-SUB) = "C"
               OPEN OUTPUT SCORES-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "H"
               OPEN OUTPUT HIST-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "P"
               OPEN OUTPUT PLAYERS-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "G"
               OPEN OUTPUT LOGROSGAN-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "R"
               OPEN OUTPUT RATINGS-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "K"
               OPEN OUTPUT CHECKPOINT-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "A"
               OPEN OUTPUT APLICADOS-FILE
           ELSE
               MOVE WS-ARC-NOMBRE(WS-ARC-SUB) TO WS-NOMBRE-PLANO
               OPEN OUTPUT PLANO-FILE
           END-IF.

       260-FIN. EXIT.

      *----------------------------------------------------------------
      * 270-GRABAR-DESTINO  --  write the set record in RS-DATOS to
      * file WS-ARC-SUB. The SCORES-U row of RUNCTL.DAT goes in with
      * E, not with the state it had when the set was taken.
      *----------------------------------------------------------------
       270-GRABAR-DESTINO.

           IF WS-ARC-CLASE(WS-ARC-SUB) = "C"
               MOVE RS-DATOS TO SC-RECORD
               WRITE SC-RECORD
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "H"
               MOVE RS-DATOS TO SH-RECORD
               WRITE SH-RECORD
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "P"
               MOVE RS-DATOS TO PL-RECORD
               WRITE PL-RECORD
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "G"
               MOVE RS-DATOS TO LE-RECORD
               WRITE LE-RECORD
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "R"
               MOVE RS-DATOS TO RT-RECORD
               WRITE RT-RECORD
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "K"
               MOVE RS-DATOS TO CK-RECORD
               WRITE CK-RECORD
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "A"
               MOVE RS-DATOS TO DA-RECORD
               WRITE DA-RECORD
           ELSE
               MOVE RS-DATOS TO PN-RECORD
               IF WS-ARC-NOMBRE(WS-ARC-SUB) = "RUNCTL.DAT"
                AND PN-RECORD(1:8) = "SCORES-U"
                   MOVE "E" TO PN-RECORD(26:1)
                   MOVE "S" TO WS-USO-REPUESTO
               END-IF
               WRITE PN-RECORD
           END-IF.

           IF WS-ARCHIVO-STATUS = "00"
               ADD 1 TO WS-CTA-REGISTROS(WS-ARC-SUB)
               ADD 1 TO WS-TOTAL-REGISTROS
           ELSE
               ADD 1 TO WS-ERRORES
           END-IF.

       270-FIN. EXIT.

      *----------------------------------------------------------------
      * 275-CERRAR-DESTINO  --  close file WS-ARC-SUB.
      *----------------------------------------------------------------
       275-CERRAR-DESTINO.

           IF WS-ARC-CLASE(WS-ARC-SUB) = "C"
               CLOSE SCORES-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "H"
               CLOSE HIST-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "P"
               CLOSE PLAYERS-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "G"
               CLOSE LOGROSGAN-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "R"
               CLOSE RATINGS-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "K"
               CLOSE CHECKPOINT-FILE
           ELSE IF WS-ARC-CLASE(WS-ARC-SUB) = "A"
               CLOSE APLICADOS-FILE
           ELSE
               CLOSE PLANO-FILE
           END-IF.

       275-FIN. EXIT.

      *----------------------------------------------------------------
      * 280-AUDITAR-RESTAURACION  --  one chained RESTAURA record on
      * the restored AUDIT.DAT: set date and time before, generation
      * and slot after.
      *----------------------------------------------------------------
       280-AUDITAR-RESTAURACION.

           PERFORM 810-LEER-ULTIMA-CADENA THRU 810-FIN.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "NO SE PUDO REGISTRAR LA RESTAURACION EN AUDIT.DAT"
                   TO RP-LINEA
               WRITE RP-LINEA
               GO TO 280-FIN
           END-IF.

           MOVE SPACES TO AU-RECORD.
           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE WS-AU-FECHA       TO AU-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6)   TO AU-TIMESTAMP(9:6).
           MOVE "OPR"             TO AU-INICIALES.
           MOVE "RESTAURA"        TO AU-ACCION.
           MOVE WS-GEN-FECHA(WS-GEN-ELEGIDA) TO AU-CLAVE-ANTES(1:8).
           MOVE WS-GEN-HORA(WS-GEN-ELEGIDA)  TO AU-CLAVE-ANTES(9:6).
           MOVE WS-GENERACION     TO AU-CLAVE-DESPUES(1:6).
           MOVE WS-RANURA         TO AU-CLAVE-DESPUES(8:2).
           COMPUTE AU-SECUENCIA = WS-SECUENCIA-ANTERIOR + 1.
           PERFORM 820-CALCULAR-CADENA THRU 820-FIN.
           MOVE WS-CADENA-CALC TO AU-CADENA.
           WRITE AU-RECORD.
           CLOSE AUDIT-FILE.

       280-FIN. EXIT.

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
      * 900-VERIFICAR-USO  --  refuse while SCORES-U is E: a game or
      * a batch step is writing the masters.
      *----------------------------------------------------------------
       900-VERIFICAR-USO.

           MOVE "N" TO WS-RUNCTL-RECHAZO.
           PERFORM 950-LEER-RUNCTL THRU 950-FIN.

           MOVE "SCORES-U" TO WS-RC-PASO-BUSCADO.
           PERFORM 955-UBICAR-PASO THRU 955-FIN.
           IF WS-RC-SUB > ZERO
               IF WS-RC-ESTADO(WS-RC-SUB) = "E"
                   DISPLAY "SCORES.DAT EN USO (JUEGO O LOTE EN CURSO)."
                   MOVE "S" TO WS-RUNCTL-RECHAZO
               END-IF
           END-IF.

       900-FIN. EXIT.

      *----------------------------------------------------------------
      * 905-MARCAR-USO  --  check again and set SCORES-U to E for
      * the restore.
      *----------------------------------------------------------------
       905-MARCAR-USO.

           ACCEPT WS-RC-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RC-HORA-SIS  FROM TIME.
           PERFORM 900-VERIFICAR-USO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S" OR WS-RC-SUB = ZERO
               GO TO 905-FIN
           END-IF.

           MOVE WS-RC-FECHA-HOY     TO WS-RC-FECHA(WS-RC-SUB).
           MOVE WS-RC-HORA-SIS(1:6) TO WS-RC-HORA(WS-RC-SUB).
           MOVE "E"                 TO WS-RC-ESTADO(WS-RC-SUB).
           PERFORM 960-GRABAR-RUNCTL THRU 960-FIN.

       905-FIN. EXIT.

      *----------------------------------------------------------------
      * 910-CONTROL-FIN  --  release SCORES-U on RUNCTL.DAT as the
      * restore left it (the restored copy, when the set held one,
      * still in E from 270).
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
