      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Cierre de mes: congela un periodo (AAAAMM) ya
      *             publicado en MENSUAL.RPT. Calcula los totales del
      *             mes igual que el informe mensual (partidas,
      *             puntos, mejor puntaje, jugadas y logros, sobre
      *             SCORES.DAT, SCORESHIST.DAT, SESSCAT.DAT y
      *             LOGROSGAN.DAT) mas los ajustes de periodos
      *             anteriores que el mes informa, y los graba en
      *             PERIODOS.DAT. Desde ese momento la consola y la
      *             depuracion no tocan ningun puntaje del mes: las
      *             correcciones entran como ajuste (AJUSTES.DAT) y
      *             salen en el informe del mes siguiente. Deja el
      *             cierre en CIERRE.RPT y en AUDIT.DAT.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial del cierre de mes.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje.
      * 2026-10-15  DA  Registro de PERIODOS.DAT completado a 80
      *                 posiciones.
      * 2026-10-15  DA  Si falla la grabacion del periodo no se emite
      *                 el reporte ni se registra el cierre.
      * 2026-10-15  DA  Registro de AJUSTES.DAT con el sitio del
      *                 puntaje, igual que en los demas programas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-CIERRE.

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

           SELECT SESSCAT-FILE ASSIGN TO "SESSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSCAT-STATUS.

           SELECT LOGROSGAN-FILE ASSIGN TO "LOGROSGAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-CLAVE
               FILE STATUS IS WS-LOGROSGAN-STATUS.

           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTES-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "CIERRE.RPT"
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

       FD  SESSCAT-FILE.
       01  CT-RECORD.
           05  CT-TIMESTAMP           PIC X(14).
           05  CT-INICIALES           PIC X(03).
           05  FILLER                 PIC X.
           05  CT-PUNTAJE             PIC 9(04).
           05  FILLER                 PIC X.
           05  CT-JUGADAS             PIC 9(05).
           05  FILLER                 PIC X(52).

       FD  LOGROSGAN-FILE.
       01  LE-RECORD.
           05  LE-CLAVE.
               10  LE-INICIALES       PIC X(03).
               10  LE-CODIGO          PIC X(08).
           05  LE-FECHA               PIC X(08).

      *----------------------------------------------------------------
      * Un registro por mes cerrado, con los totales que tenia al
      * cerrarse.
      *----------------------------------------------------------------
       FD  PERIODOS-FILE.
       01  PE-RECORD.
           05  PE-PERIODO             PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-FECHA-CIERRE        PIC X(08).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-HORA-CIERRE         PIC X(06).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-PARTIDAS            PIC 9(07).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-PUNTOS              PIC 9(09).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-MEJOR               PIC 9(04).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-JUGADAS             PIC 9(09).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-LOGROS              PIC 9(05).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-AJUSTES             PIC 9(04).
           05  FILLER                 PIC X VALUE SPACE.
           05  PE-AJ-SIGNO            PIC X.
           05  PE-AJ-NETO             PIC 9(06).
           05  FILLER                 PIC X(06).

      *----------------------------------------------------------------
      * Ajuste a un puntaje de un mes cerrado: clave y mes del
      * puntaje, B baja o C correccion, puntaje antes y despues, el
      * mes en cuyo informe mensual se publica y el sitio del puntaje.
      *----------------------------------------------------------------
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
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-LOGROSGAN-STATUS        PIC XX.
       01  WS-PERIODOS-STATUS         PIC XX.
       01  WS-AJUSTES-STATUS          PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-RUNCTL-STATUS           PIC XX.

       01  WS-EOF-ARCHIVO             PIC X VALUE "N".
           88  EOF-ARCHIVO                  VALUE "S".
       01  WS-EOF-RUNCTL              PIC X VALUE "N".
       01  WS-RESPUESTA               PIC X VALUE SPACE.
       01  WS-FECHA-SIS               PIC X(08).
       01  WS-HORA-SIS                PIC X(08).

       01  WS-MES-CERRAR.
           05  WS-MC-ANIO             PIC 9(04).
           05  WS-MC-MES              PIC 9(02).
       01  WS-YA-CERRADO              PIC X VALUE "N".
       01  WS-SCORES-EN-USO           PIC X VALUE "N".
       01  WS-PERIODO-GRABADO         PIC X VALUE "N".

      *----------------------------------------------------------------
      * Totales del mes, con el mismo alcance que la pagina de
      * totales generales de MENSUAL.RPT.
      *----------------------------------------------------------------
       01  WS-TOT-PARTIDAS            PIC 9(07) VALUE ZERO.
       01  WS-TOT-PUNTOS              PIC 9(09) VALUE ZERO.
       01  WS-TOT-MEJOR               PIC 9(04) VALUE ZERO.
       01  WS-TOT-JUGADAS             PIC 9(09) VALUE ZERO.
       01  WS-TOT-LOGROS              PIC 9(05) VALUE ZERO.
       01  WS-TOT-AJUSTES             PIC 9(04) VALUE ZERO.
       01  WS-AJ-NETO                 PIC S9(07) VALUE ZERO.

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(22).
           05  WS-TL-VALOR            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-LINEA-NETO.
           05  WS-LN-ETIQUETA         PIC X(22).
           05  WS-LN-VALOR            PIC --------9.
           05  FILLER                 PIC X(49) VALUE SPACES.

      *----------------------------------------------------------------
      * Cadena de AUDIT.DAT para el registro del cierre.
      *----------------------------------------------------------------
       01  WS-AU-FECHA                PIC X(08).
       01  WS-AU-HORA                 PIC X(08).
       01  WS-SECUENCIA-ANTERIOR      PIC 9(06) VALUE ZERO.
       01  WS-CADENA-ANTERIOR         PIC 9(08) VALUE ZERO.
       01  WS-CADENA-CALC             PIC 9(08) VALUE ZERO.
       01  WS-CAD-SUB                 PIC 9(02) COMP.
       01  WS-EOF-AUDIT               PIC X VALUE "N".

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "CIERRE DE MES".
           DISPLAY "MES A CERRAR (AAAAMM): ".
           ACCEPT WS-MES-CERRAR.
           ACCEPT WS-FECHA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SIS  FROM TIME.

           IF WS-MES-CERRAR NOT NUMERIC
            OR WS-MC-MES < 01 OR WS-MC-MES > 12
               DISPLAY "MES NO VALIDO. PROCESO CANCELADO."
               GO TO 000-FIN
           END-IF.
           IF WS-MES-CERRAR NOT < WS-FECHA-SIS(1:6)
               DISPLAY "EL MES NO TERMINO. PROCESO CANCELADO."
               GO TO 000-FIN
           END-IF.

           PERFORM 050-VERIFICAR-PERIODO THRU 050-FIN.
           IF WS-YA-CERRADO = "S"
               DISPLAY "EL MES " WS-MES-CERRAR " YA ESTA CERRADO."
               GO TO 000-FIN
           END-IF.

           PERFORM 930-VERIFICAR-USO-SCORES THRU 930-FIN.
           IF WS-SCORES-EN-USO = "S"
               DISPLAY "SCORES.DAT ESTA EN USO POR UNA SESION DEL"
               DISPLAY "JUEGO O POR UN PROCESO. INTENTE LUEGO."
               GO TO 000-FIN
           END-IF.

           PERFORM 100-ACUMULAR-SCORES THRU 100-FIN.
           PERFORM 150-ACUMULAR-HISTORICO THRU 150-FIN.
           PERFORM 200-ACUMULAR-SESIONES THRU 200-FIN.
           PERFORM 250-ACUMULAR-LOGROS THRU 250-FIN.
           PERFORM 270-ACUMULAR-AJUSTES THRU 270-FIN.

           DISPLAY "PARTIDAS: " WS-TOT-PARTIDAS
               " PUNTOS: " WS-TOT-PUNTOS
               " AJUSTES: " WS-TOT-AJUSTES.
           DISPLAY "CONFIRMA EL CIERRE DE " WS-MES-CERRAR "? (S/N): ".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "SIN CAMBIOS."
               GO TO 000-FIN
           END-IF.

           PERFORM 300-GRABAR-PERIODO THRU 300-FIN.
           IF WS-PERIODO-GRABADO NOT = "S"
               GO TO 000-FIN
           END-IF.
           PERFORM 400-EMITIR-REPORTE THRU 400-FIN.
           PERFORM 500-REGISTRAR-AUDITORIA THRU 500-FIN.

           DISPLAY "MES " WS-MES-CERRAR " CERRADO.".

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-VERIFICAR-PERIODO  --  is the month already on
      * PERIODOS.DAT.
      *----------------------------------------------------------------
       050-VERIFICAR-PERIODO.

           MOVE "N" TO WS-YA-CERRADO.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ PERIODOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF PE-PERIODO = WS-MES-CERRAR
                           MOVE "S" TO WS-YA-CERRADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-ACUMULAR-SCORES  --  live scores of the month.
      *----------------------------------------------------------------
       100-ACUMULAR-SCORES.

           OPEN INPUT SCORES-FILE.
           IF WS-SCORES-STATUS NOT = "00"
               GO TO 100-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SCORES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SC-FECHA(1:6) = WS-MES-CERRAR
                           ADD 1 TO WS-TOT-PARTIDAS
                           ADD SC-PUNTAJE TO WS-TOT-PUNTOS
                           IF SC-PUNTAJE > WS-TOT-MEJOR
                               MOVE SC-PUNTAJE TO WS-TOT-MEJOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCORES-FILE.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 150-ACUMULAR-HISTORICO  --  scores of the month already
      * purged to SCORESHIST.DAT.
      *----------------------------------------------------------------
       150-ACUMULAR-HISTORICO.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 150-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF SH-FECHA(1:6) = WS-MES-CERRAR
                           ADD 1 TO WS-TOT-PARTIDAS
                           ADD SH-PUNTAJE TO WS-TOT-PUNTOS
                           IF SH-PUNTAJE > WS-TOT-MEJOR
                               MOVE SH-PUNTAJE TO WS-TOT-MEJOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       150-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-ACUMULAR-SESIONES  --  moves of the month's sessions.
      *----------------------------------------------------------------
       200-ACUMULAR-SESIONES.

           OPEN INPUT SESSCAT-FILE.
           IF WS-SESSCAT-STATUS NOT = "00"
               GO TO 200-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ SESSCAT-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF CT-TIMESTAMP(1:6) = WS-MES-CERRAR
                        AND CT-JUGADAS IS NUMERIC
                           ADD CT-JUGADAS TO WS-TOT-JUGADAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSCAT-FILE.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 250-ACUMULAR-LOGROS  --  achievements earned in the month.
      *----------------------------------------------------------------
       250-ACUMULAR-LOGROS.

           OPEN INPUT LOGROSGAN-FILE.
           IF WS-LOGROSGAN-STATUS NOT = "00"
               GO TO 250-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ LOGROSGAN-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF LE-FECHA(1:6) = WS-MES-CERRAR
                           ADD 1 TO WS-TOT-LOGROS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOGROSGAN-FILE.

       250-FIN. EXIT.

      *----------------------------------------------------------------
      * 270-ACUMULAR-AJUSTES  --  prior-period adjustments published
      * on this month's report, counted and netted.
      *----------------------------------------------------------------
       270-ACUMULAR-AJUSTES.

           OPEN INPUT AJUSTES-FILE.
           IF WS-AJUSTES-STATUS NOT = "00"
               GO TO 270-FIN
           END-IF.

           MOVE "N" TO WS-EOF-ARCHIVO.
           PERFORM UNTIL EOF-ARCHIVO
               READ AJUSTES-FILE
                   AT END
                       MOVE "S" TO WS-EOF-ARCHIVO
                   NOT AT END
                       IF AJ-PERIODO-INFORME = WS-MES-CERRAR
                           ADD 1 TO WS-TOT-AJUSTES
                           COMPUTE WS-AJ-NETO = WS-AJ-NETO
                               + AJ-PUNTAJE-DESPUES - AJ-PUNTAJE-ANTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AJUSTES-FILE.

       270-FIN. EXIT.

      *----------------------------------------------------------------
      * 300-GRABAR-PERIODO  --  append the closed month to
      * PERIODOS.DAT, creating it on the first close.
      *----------------------------------------------------------------
       300-GRABAR-PERIODO.

           OPEN EXTEND PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "35"
               OPEN OUTPUT PERIODOS-FILE
           END-IF.
           IF WS-PERIODOS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR PERIODOS.DAT. ESTADO: "
                   WS-PERIODOS-STATUS
               GO TO 300-FIN
           END-IF.

           MOVE SPACES TO PE-RECORD.
           MOVE WS-MES-CERRAR     TO PE-PERIODO.
           MOVE WS-FECHA-SIS      TO PE-FECHA-CIERRE.
           MOVE WS-HORA-SIS(1:6)  TO PE-HORA-CIERRE.
           MOVE WS-TOT-PARTIDAS   TO PE-PARTIDAS.
           MOVE WS-TOT-PUNTOS     TO PE-PUNTOS.
           MOVE WS-TOT-MEJOR      TO PE-MEJOR.
           MOVE WS-TOT-JUGADAS    TO PE-JUGADAS.
           MOVE WS-TOT-LOGROS     TO PE-LOGROS.
           MOVE WS-TOT-AJUSTES    TO PE-AJUSTES.
           IF WS-AJ-NETO < ZERO
               MOVE "-" TO PE-AJ-SIGNO
           ELSE
               MOVE "+" TO PE-AJ-SIGNO
           END-IF.
           MOVE WS-AJ-NETO        TO PE-AJ-NETO.
           WRITE PE-RECORD.
           IF WS-PERIODOS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR PERIODOS.DAT. ESTADO: "
                   WS-PERIODOS-STATUS
           ELSE
               MOVE "S" TO WS-PERIODO-GRABADO
           END-IF.
           CLOSE PERIODOS-FILE.

       300-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-EMITIR-REPORTE  --  the closing totals on CIERRE.RPT.
      *----------------------------------------------------------------
       400-EMITIR-REPORTE.

           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO RP-LINEA.
           STRING "==== CIERRE DEL MES " WS-MES-CERRAR " ===="
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING "CERRADO EL " WS-FECHA-SIS " A LAS "
               WS-HORA-SIS(1:6)
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PARTIDAS JUGADAS . .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOT-PARTIDAS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "PUNTOS ACUMULADOS  .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOT-PUNTOS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "MEJOR PUNTAJE DEL MES " TO WS-TL-ETIQUETA.
           MOVE WS-TOT-MEJOR TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "JUGADAS TOTALES  . .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOT-JUGADAS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "LOGROS DEL MES . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOT-LOGROS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "AJUSTES PUBLICADOS .: " TO WS-TL-ETIQUETA.
           MOVE WS-TOT-AJUSTES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "NETO DE AJUSTES  . .: " TO WS-LN-ETIQUETA.
           MOVE WS-AJ-NETO TO WS-LN-VALOR.
           MOVE WS-LINEA-NETO TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "==== FIN DEL CIERRE ====" TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 500-REGISTRAR-AUDITORIA  --  one chained PERI-CIE record: the
      * month closed and its points total.
      *----------------------------------------------------------------
       500-REGISTRAR-AUDITORIA.

           PERFORM 510-LEER-ULTIMA-CADENA THRU 510-FIN.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO 500-FIN
           END-IF.

           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE SPACES TO AU-RECORD.
           MOVE WS-AU-FECHA      TO AU-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6)  TO AU-TIMESTAMP(9:6).
           MOVE "OPR"            TO AU-INICIALES.
           MOVE "PERI-CIE"       TO AU-ACCION.
           MOVE WS-MES-CERRAR    TO AU-CLAVE-ANTES(1:6).
           MOVE WS-TOT-PUNTOS    TO AU-CLAVE-DESPUES(1:9).
           COMPUTE AU-SECUENCIA = WS-SECUENCIA-ANTERIOR + 1.
           PERFORM 520-CALCULAR-CADENA THRU 520-FIN.
           MOVE WS-CADENA-CALC   TO AU-CADENA.
           WRITE AU-RECORD.
           CLOSE AUDIT-FILE.

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 510-LEER-ULTIMA-CADENA  --  scan AUDIT.DAT for the sequence
      * number and check value of the last chained record; records
      * written before the chaining existed are passed over.
      *----------------------------------------------------------------
       510-LEER-ULTIMA-CADENA.

           MOVE ZERO TO WS-SECUENCIA-ANTERIOR.
           MOVE ZERO TO WS-CADENA-ANTERIOR.
           MOVE "N" TO WS-EOF-AUDIT.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO 510-FIN
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

       510-FIN. EXIT.

      *----------------------------------------------------------------
      * 520-CALCULAR-CADENA  --  the shared check value: fold the
      * first 64 bytes of the record (timestamp through sequence)
      * into the previous record's check value, exactly as every
      * other program that appends to AUDIT.DAT.
      *----------------------------------------------------------------
       520-CALCULAR-CADENA.

           MOVE WS-CADENA-ANTERIOR TO WS-CADENA-CALC.
           PERFORM VARYING WS-CAD-SUB FROM 1 BY 1
                   UNTIL WS-CAD-SUB > 64
               COMPUTE WS-CADENA-CALC = FUNCTION MOD(
                   WS-CADENA-CALC * 31
                   + FUNCTION ORD(AU-RECORD(WS-CAD-SUB:1)),
                   99999989)
           END-PERFORM.

       520-FIN. EXIT.

      *----------------------------------------------------------------
      * 930-VERIFICAR-USO-SCORES  --  read RUNCTL.DAT and flag
      * WS-SCORES-EN-USO when the SCORES-U row is in state E: a month
      * is not closed while its scores may still be changing.
      *----------------------------------------------------------------
       930-VERIFICAR-USO-SCORES.

           MOVE "N" TO WS-SCORES-EN-USO.
           MOVE "N" TO WS-EOF-RUNCTL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               GO TO 930-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-RUNCTL = "S"
               READ RUNCTL-FILE
                   AT END
                       MOVE "S" TO WS-EOF-RUNCTL
                   NOT AT END
                       IF RC-PASO = "SCORES-U"
                        AND RC-ESTADO = "E"
                           MOVE "S" TO WS-SCORES-EN-USO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.

       930-FIN. EXIT.
