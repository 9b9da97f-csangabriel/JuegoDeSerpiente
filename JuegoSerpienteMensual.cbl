      * Modification History
      * ----------------------------------------------------------------
      * 2026-09-01  DA  Programa inicial del informe mensual.
      * 2026-10-15  DA  Registro de SCORES.DAT ampliado con la regla de
      *                 puntaje que lo produjo (SC-REGLA), la dificultad
      *                 y el modo de la partida.
      * 2026-10-15  DA  El informe indica si el mes ya esta cerrado en
      *                 PERIODOS.DAT y lista, antes de los totales, los
      *                 ajustes de AJUSTES.DAT a puntajes de meses
      *                 cerrados que se publican en el mes, con su
      *                 cantidad y su neto en la pagina de totales.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje. Los ajustes de periodos
      *                 anteriores muestran el sitio y el tipo ALTA:
      *                 puntaje de otro gabinete que llego por
      *                 importacion para un mes ya cerrado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-MENSUAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTES-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
           05  SC-SITIO               PIC X(03).

       FD  HIST-FILE.
       01  SH-RECORD.
           05  SH-PUNTAJE             PIC 9(04).
           05  SH-FECHA               PIC X(08).
           05  SH-HORA                PIC X(08).
           05  SH-REGLA               PIC 9(08).
           05  SH-DIFICULTAD          PIC X.
           05  SH-MODO                PIC X.
           05  SH-SITIO               PIC X(03).

       FD  SESSCAT-FILE.
       01  CT-RECORD.
       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).

       FD  PERIODOS-FILE.
       01  PE-RECORD.
           05  PE-PERIODO             PIC X(06).
           05  FILLER                 PIC X.
           05  PE-FECHA-CIERRE        PIC X(08).
           05  FILLER                 PIC X(65).

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
           05  FILLER                 PIC X.
           05  AJ-SITIO               PIC X(03).
           05  FILLER                 PIC X(17).

       WORKING-STORAGE SECTION.

       01  WS-SCORES-STATUS           PIC XX.
       01  WS-SESSCAT-STATUS          PIC XX.
       01  WS-LOGROSGAN-STATUS        PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.
       01  WS-PERIODOS-STATUS         PIC XX.
       01  WS-AJUSTES-STATUS          PIC XX.

       01  WS-EOF-SCORES              PIC X VALUE "N".
           88  EOF-SCORES                   VALUE "S".
           88  EOF-SESSCAT                  VALUE "S".
       01  WS-EOF-LOGROSGAN           PIC X VALUE "N".
           88  EOF-LOGROSGAN                VALUE "S".
       01  WS-EOF-PERIODOS            PIC X VALUE "N".
       01  WS-EOF-AJUSTES             PIC X VALUE "N".

      *----------------------------------------------------------------
      * Mes pedido y mes anterior (para la tendencia), ambos AAAAMM.
           05  WS-TL-VALOR            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(49) VALUE SPACES.

      *----------------------------------------------------------------
      * Cierre del mes pedido (PERIODOS.DAT) y ajustes de periodos
      * anteriores que publica (AJUSTES.DAT): un puntaje de un mes
      * cerrado no se toca y su correccion sale aqui.
      *----------------------------------------------------------------
       01  WS-FECHA-CIERRE            PIC X(08) VALUE SPACES.
       01  WS-AJ-CANTIDAD             PIC 9(05) VALUE ZERO.
       01  WS-AJ-DIFERENCIA           PIC S9(05) VALUE ZERO.
       01  WS-AJ-NETO                 PIC S9(07) VALUE ZERO.

       01  WS-LINEA-AJUSTE.
           05  FILLER                 PIC X(06) VALUE "  MES ".
           05  WS-LA-PERIODO          PIC X(06).
           05  FILLER                 PIC X(07) VALUE " CLAVE ".
           05  WS-LA-CLAVE            PIC X(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-INICIALES        PIC X(03).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-TIPO             PIC X(10).
           05  FILLER                 PIC X(05) VALUE "  ANT".
           05  WS-LA-ANTES            PIC ZZZ9.
           05  FILLER                 PIC X(05) VALUE "  NUE".
           05  WS-LA-DESPUES          PIC ZZZ9.
           05  FILLER                 PIC X(05) VALUE "  DIF".
           05  WS-LA-DIFERENCIA       PIC ----9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LA-SITIO            PIC X(03).

       01  WS-LINEA-NETO.
           05  WS-LN-ETIQUETA         PIC X(22).
           05  WS-LN-VALOR            PIC --------9.
           05  FILLER                 PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.
           PERFORM 150-ACUMULAR-HISTORICO THRU 150-FIN.
           PERFORM 200-ACUMULAR-SESIONES THRU 200-FIN.
           PERFORM 250-ACUMULAR-LOGROS THRU 250-FIN.
           PERFORM 050-VERIFICAR-CIERRE THRU 050-FIN.
           PERFORM 400-EMITIR-REPORTE THRU 400-FIN.

           DISPLAY "INFORME MENSUAL EMITIDO EN MENSUAL.RPT.".

       010-FIN. EXIT.

      *----------------------------------------------------------------
      * 050-VERIFICAR-CIERRE  --  the closing date of the requested
      * month when it is already on PERIODOS.DAT.
      *----------------------------------------------------------------
       050-VERIFICAR-CIERRE.

           MOVE SPACES TO WS-FECHA-CIERRE.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF.

           MOVE "N" TO WS-EOF-PERIODOS.
           PERFORM UNTIL WS-EOF-PERIODOS = "S"
               READ PERIODOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-PERIODOS
                   NOT AT END
                       IF PE-PERIODO = WS-MES-PEDIDO
                           MOVE PE-FECHA-CIERRE TO WS-FECHA-CIERRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS-FILE.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-ACUMULAR-SCORES  --  every live score whose date falls in
      * the requested month (games played, best, average) or in the
           STRING "==== INFORME MENSUAL " WS-MES-PEDIDO " ===="
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-FECHA-CIERRE NOT = SPACES
               MOVE SPACES TO RP-LINEA
               STRING "PERIODO CERRADO EL " WS-FECHA-CIERRE
                   DELIMITED BY SIZE INTO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           IF WS-JUG-CONTADOR = ZERO
               MOVE "SIN ACTIVIDAD EN EL MES PEDIDO." TO RP-LINEA
               END-IF
           END-PERFORM.

           PERFORM 420-AJUSTES-ANTERIORES THRU 420-FIN.
           PERFORM 450-PAGINA-TOTALES THRU 450-FIN.

           MOVE "==== FIN DEL INFORME MENSUAL ====" TO RP-LINEA.

       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 420-AJUSTES-ANTERIORES  --  one line per AJUSTES.DAT record
      * published in the requested month: a delete (BAJA) or
      * correction entered against a score of a month already
      * closed, or a cabinet score for a closed month that arrived
      * by import (ALTA). The section is printed only when there is
      * one.
      *----------------------------------------------------------------
       420-AJUSTES-ANTERIORES.

           OPEN INPUT AJUSTES-FILE.
           IF WS-AJUSTES-STATUS NOT = "00"
               GO TO 420-FIN
           END-IF.

           MOVE "N" TO WS-EOF-AJUSTES.
           PERFORM UNTIL WS-EOF-AJUSTES = "S"
               READ AJUSTES-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AJUSTES
                   NOT AT END
                       IF AJ-PERIODO-INFORME = WS-MES-PEDIDO
                           PERFORM 430-LINEA-AJUSTE THRU 430-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AJUSTES-FILE.

       420-FIN. EXIT.

      *----------------------------------------------------------------
      * 430-LINEA-AJUSTE  --  print one adjustment, the section
      * heading before the first, and add it into the net.
      *----------------------------------------------------------------
       430-LINEA-AJUSTE.

           IF WS-AJ-CANTIDAD = ZERO
               MOVE "---- AJUSTES DE PERIODOS ANTERIORES ----"
                   TO RP-LINEA
               WRITE RP-LINEA
           END-IF.
           ADD 1 TO WS-AJ-CANTIDAD.

           COMPUTE WS-AJ-DIFERENCIA =
               AJ-PUNTAJE-DESPUES - AJ-PUNTAJE-ANTES.
           ADD WS-AJ-DIFERENCIA TO WS-AJ-NETO.

           MOVE AJ-PERIODO   TO WS-LA-PERIODO.
           MOVE AJ-CLAVE     TO WS-LA-CLAVE.
           MOVE AJ-INICIALES TO WS-LA-INICIALES.
           IF AJ-TIPO = "B"
               MOVE "BAJA" TO WS-LA-TIPO
           ELSE IF AJ-TIPO = "A"
               MOVE "ALTA" TO WS-LA-TIPO
           ELSE
               MOVE "CORRECCION" TO WS-LA-TIPO
           END-IF.
           MOVE AJ-PUNTAJE-ANTES   TO WS-LA-ANTES.
           MOVE AJ-PUNTAJE-DESPUES TO WS-LA-DESPUES.
           MOVE WS-AJ-DIFERENCIA   TO WS-LA-DIFERENCIA.
           MOVE AJ-SITIO           TO WS-LA-SITIO.
           MOVE WS-LINEA-AJUSTE TO RP-LINEA.
           WRITE RP-LINEA.

       430-FIN. EXIT.

      *----------------------------------------------------------------
      * 450-PAGINA-TOTALES  --  the grand-total page closing the
      * report.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           IF WS-AJ-CANTIDAD > ZERO
               MOVE "AJUSTES ANTERIORES .: " TO WS-TL-ETIQUETA
               MOVE WS-AJ-CANTIDAD TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
               MOVE "NETO DE AJUSTES  . .: " TO WS-LN-ETIQUETA
               MOVE WS-AJ-NETO TO WS-LN-VALOR
               MOVE WS-LINEA-NETO TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

       450-FIN. EXIT.
