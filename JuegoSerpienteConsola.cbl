      *                 rechazan mientras el registro SCORES-U de
      *                 RUNCTL.DAT marque SCORES.DAT en uso por una
      *                 sesion del juego o por la depuracion.
      * 2026-10-15  DA  Registro de SCORES.DAT ampliado con la regla de
      *                 puntaje que lo produjo (SC-REGLA), la dificultad
      *                 y el modo de la partida.
      * 2026-10-15  DA  Los puntajes de un mes cerrado en PERIODOS.DAT
      *                 no se borran ni se corrigen: el borrado o la
      *                 correccion quedan como ajuste en AJUSTES.DAT
      *                 para el informe mensual del primer mes abierto
      *                 y el puntaje original no se modifica.
      * 2026-10-15  DA  Registro de SCORES.DAT de 50 posiciones con el
      *                 codigo de sitio del gabinete que produjo el
      *                 puntaje. Los ajustes de AJUSTES.DAT llevan el
      *                 sitio del puntaje y solo se encadenan con los
      *                 del mismo sitio.
      * 2026-10-15  DA  Si falla la grabacion del ajuste no se audita
      *                 ni se confirma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-CONSOLA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

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

       FD  AUDIT-FILE.
       01  AU-RECORD.
           05  RC-ESTADO              PIC X.
           05  FILLER                 PIC X(54).

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

       WORKING-STORAGE SECTION.

       01  WS-CFG-STATUS              PIC XX.
       01  WS-EOF-RUNCTL              PIC X VALUE "N".
       01  WS-SCORES-EN-USO           PIC X VALUE "N".

      *----------------------------------------------------------------
      * Meses cerrados (PERIODOS.DAT). Un puntaje de un mes cerrado
      * no se toca: el cambio se graba como ajuste en AJUSTES.DAT y
      * lo publica el informe mensual del primer mes abierto.
      *----------------------------------------------------------------
       01  WS-PERIODOS-STATUS         PIC XX.
       01  WS-AJUSTES-STATUS          PIC XX.
       01  WS-EOF-PERIODOS            PIC X VALUE "N".
       01  WS-PERIODOS-TABLA.
           05  WS-PERIODO-CERRADO     PIC X(06) OCCURS 240 TIMES.
       01  WS-PER-CANTIDAD            PIC 9(03) COMP VALUE ZERO.
       01  WS-PER-SUB                 PIC 9(03) COMP.
       01  WS-MES-BUSCADO.
           05  WS-MB-ANIO             PIC 9(04).
           05  WS-MB-MES              PIC 9(02).
       01  WS-MES-CERRADO             PIC X VALUE "N".
       01  WS-PUNTAJE-CERRADO         PIC X VALUE "N".
       01  WS-AJ-TIPO                 PIC X.
       01  WS-AJ-ANTES                PIC 9(04).
       01  WS-AJ-NUEVO                PIC 9(04).
       01  WS-AJ-ULTIMO-TIPO          PIC X.
       01  WS-AJ-INFORME              PIC X(06).
       01  WS-EOF-AJUSTES             PIC X VALUE "N".

       PROCEDURE DIVISION.

       000-INICIO.
               GO TO 500-FIN
           END-IF.

           PERFORM 940-CARGAR-PERIODOS THRU 940-FIN.

           MOVE "N" TO WS-FIN-RECORRIDO.
           PERFORM 510-UN-PUNTAJE THRU 510-FIN
               UNTIL WS-FIN-RECORRIDO = "S".

      *----------------------------------------------------------------
      * 510-UN-PUNTAJE  --  show one score record and apply the action
      * the operator chooses on it. A score dated in a closed month
      * is never deleted or rewritten: the delete or correction goes
      * to AJUSTES.DAT through 520-REGISTRAR-AJUSTE instead.
      *----------------------------------------------------------------
       510-UN-PUNTAJE.

           DISPLAY " ".
           DISPLAY "CLAVE: " SC-TIMESTAMP " INICIALES: " SC-INICIALES
               " PUNTAJE: " SC-PUNTAJE " FECHA: " SC-FECHA.
           MOVE SC-FECHA(1:6) TO WS-MES-BUSCADO.
           PERFORM 945-VERIFICAR-PERIODO THRU 945-FIN.
           MOVE WS-MES-CERRADO TO WS-PUNTAJE-CERRADO.
           IF WS-PUNTAJE-CERRADO = "S"
               DISPLAY "MES " SC-FECHA(1:6) " CERRADO: LOS CAMBIOS SE"
                   " GRABAN COMO AJUSTE."
           END-IF.
           DISPLAY "(S)IGUIENTE (B)ORRAR (C)ORREGIR (F)IN: ".
           ACCEPT WS-ACCION.

               DISPLAY "CONFIRMA EL BORRADO? (S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR "s"
                   IF WS-PUNTAJE-CERRADO = "S"
                       MOVE "B"  TO WS-AJ-TIPO
                       MOVE ZERO TO WS-AJ-NUEVO
                       PERFORM 520-REGISTRAR-AJUSTE THRU 520-FIN
                   ELSE
                       MOVE SC-INICIALES TO WS-AU-INICIALES
                       MOVE "SCORE-BO"   TO WS-AU-ACCION
                       MOVE SPACES       TO WS-AU-ANTES
                       MOVE SC-TIMESTAMP TO WS-AU-ANTES
                       MOVE SPACES       TO WS-AU-DESPUES
                       DELETE SCORES-FILE RECORD
                       IF WS-SCORES-STATUS = "00"
                           PERFORM 900-REGISTRAR-AUDITORIA THRU 900-FIN
                           DISPLAY "PUNTAJE BORRADO."
                       ELSE
                           DISPLAY "NO SE PUDO BORRAR. ESTADO: "
                               WS-SCORES-STATUS
                       END-IF
                   END-IF
               END-IF
           ELSE IF WS-ACCION = "C" OR "c"
               DISPLAY "NUEVO PUNTAJE (4 DIGITOS, EJ. 0050): "
               ACCEPT WS-ENTRADA-PUNTAJE
               IF WS-ENTRADA-PUNTAJE IS NUMERIC
                AND WS-PUNTAJE-CERRADO = "S"
                   MOVE "C" TO WS-AJ-TIPO
                   MOVE WS-ENTRADA-PUNTAJE TO WS-AJ-NUEVO
                   PERFORM 520-REGISTRAR-AJUSTE THRU 520-FIN
               ELSE IF WS-ENTRADA-PUNTAJE IS NUMERIC
                   MOVE SC-INICIALES TO WS-AU-INICIALES
                   MOVE "SCORE-CO"   TO WS-AU-ACCION
                   MOVE SPACES       TO WS-AU-ANTES

       510-FIN. EXIT.

      *----------------------------------------------------------------
      * 520-REGISTRAR-AJUSTE  --  record a delete (B) or correction
      * (C) of a closed-month score as one AJUSTES.DAT line, leaving
      * SCORES.DAT as it is. The before value is the score as the
      * last adjustment left it, so a second correction chains on
      * the first; a score already dropped by adjustment takes no
      * further ones. The line is published by the first month after
      * the score's month that is still open, and audited SCORE-AJ.
      *----------------------------------------------------------------
       520-REGISTRAR-AJUSTE.

           PERFORM 530-ULTIMO-AJUSTE THRU 530-FIN.
           IF WS-AJ-ULTIMO-TIPO = "B"
               DISPLAY "EL PUNTAJE YA FUE DADO DE BAJA POR AJUSTE."
               GO TO 520-FIN
           END-IF.

           PERFORM 950-MES-DE-INFORME THRU 950-FIN.

           OPEN EXTEND AJUSTES-FILE.
           IF WS-AJUSTES-STATUS = "35"
               OPEN OUTPUT AJUSTES-FILE
           END-IF.
           IF WS-AJUSTES-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR AJUSTES.DAT. ESTADO: "
                   WS-AJUSTES-STATUS
               GO TO 520-FIN
           END-IF.

           ACCEPT WS-AU-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AU-HORA  FROM TIME.
           MOVE SPACES TO AJ-RECORD.
           MOVE WS-AU-FECHA      TO AJ-TIMESTAMP(1:8).
           MOVE WS-AU-HORA(1:6)  TO AJ-TIMESTAMP(9:6).
           MOVE SC-TIMESTAMP     TO AJ-CLAVE.
           MOVE SC-INICIALES     TO AJ-INICIALES.
           MOVE SC-FECHA(1:6)    TO AJ-PERIODO.
           MOVE WS-AJ-TIPO       TO AJ-TIPO.
           MOVE WS-AJ-ANTES      TO AJ-PUNTAJE-ANTES.
           MOVE WS-AJ-NUEVO      TO AJ-PUNTAJE-DESPUES.
           MOVE WS-AJ-INFORME    TO AJ-PERIODO-INFORME.
           MOVE SC-SITIO         TO AJ-SITIO.
           WRITE AJ-RECORD.
           IF WS-AJUSTES-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR AJUSTES.DAT. ESTADO: "
                   WS-AJUSTES-STATUS
               CLOSE AJUSTES-FILE
               GO TO 520-FIN
           END-IF.
           CLOSE AJUSTES-FILE.

           MOVE SC-INICIALES TO WS-AU-INICIALES.
           MOVE "SCORE-AJ"   TO WS-AU-ACCION.
           MOVE SPACES       TO WS-AU-ANTES.
           MOVE SC-TIMESTAMP TO WS-AU-ANTES.
           MOVE SPACES       TO WS-AU-DESPUES.
           MOVE WS-AJ-ANTES  TO WS-AU-DESPUES(1:4).
           MOVE WS-AJ-NUEVO  TO WS-AU-DESPUES(6:4).
           MOVE WS-AJ-TIPO   TO WS-AU-DESPUES(11:1).
           PERFORM 900-REGISTRAR-AUDITORIA THRU 900-FIN.

           DISPLAY "AJUSTE REGISTRADO PARA EL INFORME DE "
               WS-AJ-INFORME ".".

       520-FIN. EXIT.

      *----------------------------------------------------------------
      * 530-ULTIMO-AJUSTE  --  scan AJUSTES.DAT for earlier
      * adjustments to the current score; WS-AJ-ANTES ends as the
      * value the last one left (the recorded score when none). The
      * site code must match too: a cabinet's timestamps can repeat
      * those of another cabinet.
      *----------------------------------------------------------------
       530-ULTIMO-AJUSTE.

           MOVE SC-PUNTAJE TO WS-AJ-ANTES.
           MOVE SPACE TO WS-AJ-ULTIMO-TIPO.
           MOVE "N" TO WS-EOF-AJUSTES.

           OPEN INPUT AJUSTES-FILE.
           IF WS-AJUSTES-STATUS NOT = "00"
               GO TO 530-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-AJUSTES = "S"
               READ AJUSTES-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AJUSTES
                   NOT AT END
                       IF AJ-CLAVE = SC-TIMESTAMP
                          AND AJ-SITIO = SC-SITIO
                           MOVE AJ-PUNTAJE-DESPUES TO WS-AJ-ANTES
                           MOVE AJ-TIPO TO WS-AJ-ULTIMO-TIPO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AJUSTES-FILE.

       530-FIN. EXIT.

      *----------------------------------------------------------------
      * 900-REGISTRAR-AUDITORIA  --  append one AUDIT.DAT record for
      * the operation described by WS-AU-ACCION and the before/after
           CLOSE RUNCTL-FILE.

       930-FIN. EXIT.

      *----------------------------------------------------------------
      * 940-CARGAR-PERIODOS  --  load the closed months from
      * PERIODOS.DAT; no file means no month has been closed yet.
      *----------------------------------------------------------------
       940-CARGAR-PERIODOS.

           MOVE ZERO TO WS-PER-CANTIDAD.
           MOVE "N" TO WS-EOF-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS NOT = "00"
               GO TO 940-FIN
           END-IF.

           PERFORM UNTIL WS-EOF-PERIODOS = "S"
               READ PERIODOS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-PERIODOS
                   NOT AT END
                       IF WS-PER-CANTIDAD < 240
                           ADD 1 TO WS-PER-CANTIDAD
                           MOVE PE-PERIODO
                               TO WS-PERIODO-CERRADO(WS-PER-CANTIDAD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS-FILE.

       940-FIN. EXIT.

      *----------------------------------------------------------------
      * 945-VERIFICAR-PERIODO  --  set WS-MES-CERRADO when the month
      * in WS-MES-BUSCADO is on the closed-months table.
      *----------------------------------------------------------------
       945-VERIFICAR-PERIODO.

           MOVE "N" TO WS-MES-CERRADO.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-CANTIDAD
               IF WS-PERIODO-CERRADO(WS-PER-SUB) = WS-MES-BUSCADO
                   MOVE "S" TO WS-MES-CERRADO
               END-IF
           END-PERFORM.

       945-FIN. EXIT.

      *----------------------------------------------------------------
      * 950-MES-DE-INFORME  --  the first month after the score's
      * month that is not closed: its monthly report publishes the
      * adjustment as a prior-period one.
      *----------------------------------------------------------------
       950-MES-DE-INFORME.

           MOVE SC-FECHA(1:6) TO WS-MES-BUSCADO.
           MOVE "S" TO WS-MES-CERRADO.
           PERFORM UNTIL WS-MES-CERRADO = "N"
               ADD 1 TO WS-MB-MES
               IF WS-MB-MES > 12
                   MOVE 1 TO WS-MB-MES
                   ADD 1 TO WS-MB-ANIO
               END-IF
               PERFORM 945-VERIFICAR-PERIODO THRU 945-FIN
           END-PERFORM.
           MOVE WS-MES-BUSCADO TO WS-AJ-INFORME.

       950-FIN. EXIT.
