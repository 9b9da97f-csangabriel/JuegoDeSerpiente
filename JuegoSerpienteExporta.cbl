      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Exportacion de un gabinete para la consolidacion
      *             central: graba en TRASPASO.DAT un archivo de
      *             traspaso de formato fijo con los puntajes (SCORES
      *             y SCORESHIST), los duelos (DUELOS.DAT) y las
      *             sesiones catalogadas (SESSCAT.DAT) jugados en esta
      *             maquina desde el lote anterior, entre un registro
      *             cabecera con el codigo de sitio (SITIO.CFG) y el
      *             numero de lote, y un registro cola con los conteos
      *             por tipo y un total de control de puntajes para
      *             que la importacion central detecte un archivo
      *             corto o alterado. EXPORTA.CTL guarda el ultimo
      *             lote y la marca (ultima clave exportada) de cada
      *             archivo; se rechaza sin codigo de sitio, con el
      *             TRASPASO.DAT anterior aun sin retirar o con
      *             SCORES.DAT en uso (RUNCTL.DAT, registro SCORES-U)
      *             y deja el lote registrado en AUDIT.DAT.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial de exportacion del gabinete.
      * 2026-10-15  DA  Se rechaza mientras TRASPASO.DAT siga en disco:
      *                 el lote anterior aun no fue retirado.
      * 2026-10-15  DA  Grabaciones de TRASPASO.DAT controladas: con
      *                 un error se cancela la exportacion sin mover
      *                 las marcas de EXPORTA.CTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-EXPORTA.

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

           SELECT DUELOS-FILE ASSIGN TO "DUELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT SESSCAT-FILE ASSIGN TO "SESSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSCAT-STATUS.

           SELECT SITIO-FILE ASSIGN TO "SITIO.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITIO-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "EXPORTA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TRASPASO-FILE ASSIGN TO "TRASPASO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRASPASO-STATUS.

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

       FD  SITIO-FILE.
       01  SI-RECORD                  PIC X(80).
       01  SI-CAMPOS REDEFINES SI-RECORD.
           05  SI-CODIGO              PIC X(03).
           05  FILLER                 PIC X(77).

      *----------------------------------------------------------------
      * Control de la exportacion: una sola linea con el ultimo lote
      * y la ultima clave exportada de cada archivo.
      *----------------------------------------------------------------
       FD  CONTROL-FILE.
       01  EX-RECORD.
           05  EX-LOTE                PIC 9(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  EX-MARCA-PUNTAJES      PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  EX-MARCA-DUELOS        PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  EX-MARCA-SESIONES      PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  EX-FECHA               PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  EX-HORA                PIC X(06).
           05  FILLER                 PIC X(13).

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
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-SITIO-STATUS            PIC XX.
       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-TRASPASO-STATUS         PIC XX.
       01  WS-TRASPASO-ERROR          PIC XX VALUE "00".
       01  WS-AUDIT-STATUS            PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".

       01  WS-FECHA-SIS               PIC X(08).
       01  WS-HORA-SIS                PIC X(08).

      *----------------------------------------------------------------
      * Sitio de este gabinete y control de lotes: el lote nuevo es
      * el anterior mas uno y solo viaja lo posterior a cada marca.
      *----------------------------------------------------------------
       01  WS-SITIO                   PIC X(03) VALUE SPACES.
       01  WS-LOTE                    PIC 9(06) VALUE ZERO.
       01  WS-MARCA-PUNTAJES          PIC 9(14) VALUE ZERO.
       01  WS-MARCA-DUELOS            PIC 9(14) VALUE ZERO.
       01  WS-MARCA-SESIONES          PIC 9(14) VALUE ZERO.
       01  WS-NUEVA-MARCA-PUNTAJES    PIC 9(14) VALUE ZERO.
       01  WS-NUEVA-MARCA-DUELOS      PIC 9(14) VALUE ZERO.
       01  WS-NUEVA-MARCA-SESIONES    PIC 9(14) VALUE ZERO.

      *----------------------------------------------------------------
      * Conteos del lote y total de control (suma de SC-PUNTAJE de
      * los registros S), los mismos que lleva la cola.
      *----------------------------------------------------------------
       01  WS-CNT-PUNTAJES            PIC 9(06) VALUE ZERO.
       01  WS-CNT-HISTORICOS          PIC 9(06) VALUE ZERO.
       01  WS-CNT-DUELOS              PIC 9(06) VALUE ZERO.
       01  WS-CNT-SESIONES            PIC 9(06) VALUE ZERO.
       01  WS-CNT-REGISTROS           PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CONTROL           PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * Cadena de AUDIT.DAT para el registro del lote.
      *----------------------------------------------------------------
       01  WS-AU-FECHA                PIC X(08).
       01  WS-AU-HORA                 PIC X(08).
       01  WS-SECUENCIA-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-CADENA-ANTERIOR         PIC 9(08) VALUE ZERO.
       01  WS-CADENA-CALC             PIC 9(08) VALUE ZERO.
       01  WS-CAD-SUB                 PIC 9(02) COMP.
       01  WS-EOF-AUDIT               PIC X VALUE "N".

      *----------------------------------------------------------------
      * Control de corrida (RUNCTL.DAT): la exportacion lee los
      * maestros que el juego graba al terminar cada partida, asi
      * que respeta el interbloqueo SCORES-U como la depuracion.
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

           DISPLAY "==== EXPORTACION DEL GABINETE ====".

           PERFORM 050-LEER-SITIO THRU 050-FIN.
           IF WS-SITIO = SPACES
               DISPLAY "SIN CODIGO DE SITIO EN SITIO.CFG."
               DISPLAY "EXPORTACION RECHAZADA."
               GO TO 000-FIN
           END-IF.

           PERFORM 900-CONTROL-INICIO THRU 900-FIN.
           IF WS-RUNCTL-RECHAZO = "S"
               GO TO 000-FIN
           END-IF.

      *    Un TRASPASO.DAT en disco es un lote aun no retirado; no se
      *    pisa.
           OPEN INPUT TRASPASO-FILE.
           IF WS-TRASPASO-STATUS = "00"
               CLOSE TRASPASO-FILE
               DISPLAY "TRASPASO.DAT PENDIENTE DE IMPORTAR; RETIRARLO "
                   "ANTES DE EXPORTAR."
               DISPLAY "EXPORTACION RECHAZADA."
               PERFORM 910-CONTROL-FIN THRU 910-FIN
               GO TO 000-FIN
           END-IF.

           PERFORM 100-LEER-CONTROL THRU 100-FIN.
           ADD 1 TO WS-LOTE.
           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS  FROM TIME.

           OPEN OUTPUT TRASPASO-FILE.
           IF WS-TRASPASO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR TRASPASO.DAT."
               DISPLAY "EXPORTACION CANCELADA."
               PERFORM 910-CONTROL-FIN THRU 910-FIN
               GO TO 000-FIN
           END-IF.

           MOVE SPACES TO TR-RECORD.
           MOVE "H"              TO TR-CAB-TIPO.
           MOVE WS-SITIO         TO TR-CAB-SITIO.
           MOVE WS-LOTE          TO TR-CAB-LOTE.
           MOVE WS-FECHA-SIS     TO TR-CAB-FECHA.
           MOVE WS-HORA-SIS(1:6) TO TR-CAB-HORA.
           WRITE TR-RECORD.
           PERFORM 220-VERIFICAR-TRASPASO THRU 220-FIN.

           PERFORM 200-EXPORTAR-PUNTAJES THRU 200-FIN.
           PERFORM 250-EXPORTAR-HISTORICO THRU 250-FIN.
           PERFORM 300-EXPORTAR-DUELOS THRU 300-FIN.
           PERFORM 350-EXPORTAR-SESIONES THRU 350-FIN.

           COMPUTE WS-CNT-REGISTROS = WS-CNT-PUNTAJES
               + WS-CNT-DUELOS + WS-CNT-SESIONES.
           MOVE SPACES TO TR-RECORD.
           MOVE "T"              TO TR-COL-TIPO.
           MOVE WS-SITIO         TO TR-COL-SITIO.
           MOVE WS-LOTE          TO TR-COL-LOTE.
           MOVE WS-CNT-PUNTAJES  TO TR-COL-PUNTAJES.
           MOVE WS-CNT-DUELOS    TO TR-COL-DUELOS.
           MOVE WS-CNT-SESIONES  TO TR-COL-SESIONES.
           MOVE WS-CNT-REGISTROS TO TR-COL-REGISTROS.
           MOVE WS-TOTAL-CONTROL TO TR-COL-TOTAL-CONTROL.
           WRITE TR-RECORD.
           PERFORM 220-VERIFICAR-TRASPASO THRU 220-FIN.
           CLOSE TRASPASO-FILE.

           IF WS-TRASPASO-ERROR NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TRASPASO.DAT. ESTADO: "
                   WS-TRASPASO-ERROR
               DISPLAY "EXPORTACION CANCELADA. BORRAR TRASPASO.DAT "
                   "ANTES DE REPETIRLA."
               PERFORM 910-CONTROL-FIN THRU 910-FIN
               GO TO 000-FIN
           END-IF.

           PERFORM 400-GRABAR-CONTROL THRU 400-FIN.
           PERFORM 800-REGISTRAR-AUDITORIA THRU 800-FIN.
           PERFORM 910-CONTROL-FIN THRU 910-FIN.

           DISPLAY "SITIO " WS-SITIO " LOTE " WS-LOTE
               " GRABADO EN TRASPASO.DAT".
           DISPLAY "PUNTAJES ......: " WS-CNT-PUNTAJES
               " (DEL HISTORICO " WS-CNT-HISTORICOS ")".
           DISPLAY "DUELOS ........: " WS-CNT-DUELOS.
           DISPLAY "SESIONES ......: " WS-CNT-SESIONES.
           DISPLAY "TOTAL CONTROL .: " WS-TOTAL-CONTROL.

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-LEER-SITIO  --  this cabinet's site code, from the first
      * line of SITIO.CFG; blank without the file.
      *----------------------------------------------------------------
       050-LEER-SITIO.

           MOVE SPACES TO WS-SITIO.
           OPEN INPUT SITIO-FILE.
           IF WS-SITIO-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.
           READ SITIO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SI-CODIGO TO WS-SITIO
           END-READ.
           CLOSE SITIO-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-LEER-CONTROL  --  last batch and marks from EXPORTA.CTL;
      * without the file this is the first batch and everything
      * played here goes.
      *----------------------------------------------------------------
       100-LEER-CONTROL.

           MOVE ZERO TO WS-LOTE.
           MOVE ZERO TO WS-MARCA-PUNTAJES.
           MOVE ZERO TO WS-MARCA-DUELOS.
           MOVE ZERO TO WS-MARCA-SESIONES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO 100-FIN
           END-IF.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF EX-LOTE IS NUMERIC
                       MOVE EX-LOTE TO WS-LOTE
                   END-IF
                   IF EX-MARCA-PUNTAJES IS NUMERIC
                       MOVE EX-MARCA-PUNTAJES TO WS-MARCA-PUNTAJES
                   END-IF
                   IF EX-MARCA-DUELOS IS NUMERIC
                       MOVE EX-MARCA-DUELOS TO WS-MARCA-DUELOS
                   END-IF
                   IF EX-MARCA-SESIONES IS NUMERIC
                       MOVE EX-MARCA-SESIONES TO WS-MARCA-SESIONES
                   END-IF
           END-READ.
           CLOSE CONTROL-FILE.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-EXPORTAR-PUNTAJES  --  every live score played here (site
      * blank) with a key past the mark. A score imported from
      * another cabinet never travels back.
      *----------------------------------------------------------------
       200-EXPORTAR-PUNTAJES.

           MOVE WS-MARCA-PUNTAJES TO WS-NUEVA-MARCA-PUNTAJES.
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
                       IF SC-SITIO = SPACES
                        AND SC-TIMESTAMP > WS-MARCA-PUNTAJES
                           PERFORM 210-GRABAR-PUNTAJE THRU 210-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 210-GRABAR-PUNTAJE  --  one S record from SC-RECORD, into the
      * counts, the control total and the new mark.
      *----------------------------------------------------------------
       210-GRABAR-PUNTAJE.

           MOVE SPACES TO TR-RECORD.
           MOVE "S" TO TR-DET-TIPO.
           MOVE SC-RECORD TO TR-DET-DATOS.
           WRITE TR-RECORD.
           PERFORM 220-VERIFICAR-TRASPASO THRU 220-FIN.
           ADD 1 TO WS-CNT-PUNTAJES.
           ADD SC-PUNTAJE TO WS-TOTAL-CONTROL.
           IF SC-TIMESTAMP > WS-NUEVA-MARCA-PUNTAJES
               MOVE SC-TIMESTAMP TO WS-NUEVA-MARCA-PUNTAJES
           END-IF.

       210-FIN. EXIT.

      *----------------------------------------------------------------
      * 220-VERIFICAR-TRASPASO  --  after every TRASPASO.DAT write:
      * the first failing status is kept, and with it the batch is
      * cancelled and the marks stay where they were.
      *----------------------------------------------------------------
       220-VERIFICAR-TRASPASO.

           IF WS-TRASPASO-STATUS NOT = "00"
            AND WS-TRASPASO-ERROR = "00"
               MOVE WS-TRASPASO-STATUS TO WS-TRASPASO-ERROR
           END-IF.

       220-FIN. EXIT.

      *----------------------------------------------------------------
      * 250-EXPORTAR-HISTORICO  --  a score purged to SCORESHIST.DAT
      * before it was exported still travels, from the archive.
      *----------------------------------------------------------------
       250-EXPORTAR-HISTORICO.

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
                       IF SH-SITIO = SPACES
                        AND SH-TIMESTAMP IS NUMERIC
                        AND SH-TIMESTAMP > WS-MARCA-PUNTAJES
                           MOVE SH-RECORD TO SC-RECORD
                           PERFORM 210-GRABAR-PUNTAJE THRU 210-FIN
                           ADD 1 TO WS-CNT-HISTORICOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       250-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-EXPORTAR-DUELOS  --  every duel played here past the mark,
      * as a D record with the duel line as it is.
      *----------------------------------------------------------------
       300-EXPORTAR-DUELOS.

           MOVE WS-MARCA-DUELOS TO WS-NUEVA-MARCA-DUELOS.
           OPEN INPUT DUELOS-FILE.
           IF WS-DUELOS-STATUS NOT = "00"
               GO TO 300-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ DUELOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF DU-SITIO = SPACES
                        AND DU-TIMESTAMP IS NUMERIC
                        AND DU-TIMESTAMP > WS-MARCA-DUELOS
                           MOVE SPACES TO TR-RECORD
                           MOVE "D" TO TR-DET-TIPO
                           MOVE DU-RECORD TO TR-DET-DATOS
                           WRITE TR-RECORD
                           PERFORM 220-VERIFICAR-TRASPASO THRU 220-FIN
                           ADD 1 TO WS-CNT-DUELOS
                           IF DU-TIMESTAMP > WS-NUEVA-MARCA-DUELOS
                               MOVE DU-TIMESTAMP
                                   TO WS-NUEVA-MARCA-DUELOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUELOS-FILE.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 350-EXPORTAR-SESIONES  --  every session catalogued here past
      * the mark, as a C record. The move lines stay on this
      * cabinet's SESSLOG.DAT.
      *----------------------------------------------------------------
       350-EXPORTAR-SESIONES.

           MOVE WS-MARCA-SESIONES TO WS-NUEVA-MARCA-SESIONES.
           OPEN INPUT SESSCAT-FILE.
           IF WS-SESSCAT-STATUS NOT = "00"
               GO TO 350-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SESSCAT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CT-SITIO = SPACES
                        AND CT-TIMESTAMP IS NUMERIC
                        AND CT-TIMESTAMP > WS-MARCA-SESIONES
                           MOVE SPACES TO TR-RECORD
                           MOVE "C" TO TR-DET-TIPO
                           MOVE CT-RECORD TO TR-DET-DATOS
                           WRITE TR-RECORD
                           PERFORM 220-VERIFICAR-TRASPASO THRU 220-FIN
                           ADD 1 TO WS-CNT-SESIONES
                           IF CT-TIMESTAMP > WS-NUEVA-MARCA-SESIONES
                               MOVE CT-TIMESTAMP
                                   TO WS-NUEVA-MARCA-SESIONES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSCAT-FILE.

       350-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-GRABAR-CONTROL  --  rewrite EXPORTA.CTL with this batch
      * and the new marks.
      *----------------------------------------------------------------
       400-GRABAR-CONTROL.

           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR EXPORTA.CTL."
               GO TO 400-FIN
           END-IF.
           MOVE SPACES TO EX-RECORD.
           MOVE WS-LOTE                 TO EX-LOTE.
           MOVE WS-NUEVA-MARCA-PUNTAJES TO EX-MARCA-PUNTAJES.
           MOVE WS-NUEVA-MARCA-DUELOS   TO EX-MARCA-DUELOS.
           MOVE WS-NUEVA-MARCA-SESIONES TO EX-MARCA-SESIONES.
           MOVE WS-FECHA-SIS            TO EX-FECHA.
           MOVE WS-HORA-SIS(1:6)        TO EX-HORA.
           WRITE EX-RECORD.
           CLOSE CONTROL-FILE.

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 800-REGISTRAR-AUDITORIA  --  one chained CONS-EXP record for
      * the batch: site and batch number before, scores and detail
      * records exported after.
      *----------------------------------------------------------------
       800-REGISTRAR-AUDITORIA.

           PERFORM 810-LEER-ULTIMA-CADENA THRU 810-FIN.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO 800-FIN
           END-IF.

           MOVE SPACES TO AU-RECORD.
           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE WS-AU-FECHA       TO AU-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6)   TO AU-TIMESTAMP(9:6).
           MOVE "OPR"             TO AU-INICIALES.
           MOVE "CONS-EXP"        TO AU-ACCION.
           MOVE WS-SITIO          TO AU-CLAVE-ANTES(1:3).
           MOVE WS-LOTE           TO AU-CLAVE-ANTES(5:6).
           MOVE WS-CNT-PUNTAJES   TO AU-CLAVE-DESPUES(1:6).
           MOVE WS-CNT-REGISTROS  TO AU-CLAVE-DESPUES(8:6).
           COMPUTE AU-SECUENCIA = WS-SECUENCIA-ANTERIOR + 1.
           PERFORM 820-CALCULAR-CADENA THRU 820-FIN.
           MOVE WS-CADENA-CALC TO AU-CADENA.
           WRITE AU-RECORD.
           CLOSE AUDIT-FILE.

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
      * 900-CONTROL-INICIO  --  refused while SCORES-U is E (a game or
      * a batch step holds the masters); otherwise SCORES-U is set to
      * E until the batch is written, so no game ends half inside it.
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
               DISPLAY "EXPORTACION RECHAZADA."
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
