      * Modification History
      * ----------------------------------------------------------------
      * 2026-09-01  DA  Programa inicial de reconstruccion.
      * 2026-10-15  DA  Los puntajes reconstruidos conservan la regla de
      *                 puntaje que los produjo (SC-REGLA), la
      *                 dificultad y el modo, tomados del historico o
      *                 del catalogo de sesiones.
      * 2026-10-15  DA  Registros de SCORES.DAT y SCORESHIST.DAT de 50
      *                 posiciones con el codigo de sitio del gabinete
      *                 que produjo el puntaje. El sitio se conserva
      *                 desde el historico o desde el catalogo de
      *                 sesiones.
      * 2026-10-15  DA  Se aplican tambien PLYR-RK y PLYR-FUS del cambio
      *                 de iniciales (el perfil de origen pasa al
      *                 destino y desaparece) y PLYR-REP de la
      *                 reparacion de integridad (fija los contadores).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-RECONSTRUYE.
           05  SH-PUNTAJE             PIC 9(04).
           05  SH-FECHA               PIC X(08).
           05  SH-HORA                PIC X(08).
           05  SH-REGLA               PIC 9(08).
           05  SH-DIFICULTAD          PIC X.
           05  SH-MODO                PIC X.
           05  SH-SITIO               PIC X(03).

       FD  SESSCAT-FILE.
       01  CT-RECORD.
           05  CT-PUNTAJE             PIC X(04).
           05  FILLER                 PIC X.
           05  CT-JUGADAS             PIC X(05).
           05  FILLER                 PIC X.
           05  CT-REGLA               PIC X(08).
           05  FILLER                 PIC X.
           05  CT-DIFICULTAD          PIC X.
           05  CT-MODO                PIC X.
           05  FILLER                 PIC X.
           05  CT-SITIO               PIC X(03).
           05  FILLER                 PIC X(36).

       FD  AUDIT-FILE.
       01  AU-RECORD.
           05  SN-PUNTAJE             PIC 9(04).
           05  SN-FECHA               PIC X(08).
           05  SN-HORA                PIC X(08).
           05  SN-REGLA               PIC 9(08).
           05  SN-DIFICULTAD          PIC X.
           05  SN-MODO                PIC X.
           05  SN-SITIO               PIC X(03).

       FD  PLAYERS-NUEVO.
       01  PN-RECORD.
      *----------------------------------------------------------------
      * Acumuladores por jugador, alimentados por cada puntaje que SI
      * entro en SCORES.NEW y por los registros PLYR- de la auditoria
      * (el ultimo PLYR-UPD gana si supera lo derivado; PLYR-REP fija
      * los contadores tal cual; PLYR-CAM aporta dificultad, modo y
      * estado; PLYR-BAJ desactiva; PLYR-RK y PLYR-FUS pasan el
      * perfil de origen al destino y lo quitan de la tabla).
      *----------------------------------------------------------------
       01  WS-DATO-INICIALES          PIC X(03).
       01  WS-DATO-PUNTAJE            PIC 9(04).
       01  WS-AU-PARTIDAS             PIC 9(05).
       01  WS-AU-MEJOR                PIC 9(04).
       01  WS-JUG-CONTADOR            PIC 9(03) VALUE ZERO.
       01  WS-ORI-SUB                 PIC 9(03) COMP.
       01  WS-JUGADORES-TABLA.
           05  WS-JUGADOR OCCURS 50 TIMES.
               10  WS-JUG-INI         PIC X(03).
                       MOVE SH-PUNTAJE   TO SN-PUNTAJE
                       MOVE SH-FECHA     TO SN-FECHA
                       MOVE SH-HORA      TO SN-HORA
                       MOVE SH-REGLA     TO SN-REGLA
                       MOVE SH-DIFICULTAD TO SN-DIFICULTAD
                       MOVE SH-MODO      TO SN-MODO
                       MOVE SH-SITIO     TO SN-SITIO
                       WRITE SN-RECORD
                           INVALID KEY
                               ADD 1 TO WS-HIST-DUPLICADOS
           MOVE SPACES              TO SN-HORA.
           MOVE CT-TIMESTAMP(9:6)   TO SN-HORA(1:6).
           MOVE "00"                TO SN-HORA(7:2).
      *     Las sesiones catalogadas antes de las reglas de puntaje
      *     no traen regla: se reconstruyen con la regla 0 (columna
      *     final de la cabeza), la unica que pudo producirlas.
           IF CT-REGLA IS NUMERIC
               MOVE CT-REGLA        TO SN-REGLA
               MOVE CT-DIFICULTAD   TO SN-DIFICULTAD
               MOVE CT-MODO         TO SN-MODO
           ELSE
               MOVE ZERO            TO SN-REGLA
               MOVE SPACES          TO SN-DIFICULTAD
               MOVE SPACES          TO SN-MODO
           END-IF.
           MOVE CT-SITIO            TO SN-SITIO.
           WRITE SN-RECORD
               INVALID KEY
                   ADD 1 TO WS-CAT-DUPLICADOS
      * and active flag, PLYR-BAJ deactivates, and PLYR-UPD carries
      * the counters the game wrote, which win over the derivation
      * when they are higher (sessions older than the catalog are
      * counted there). PLYR-REP, the integrity repair, sets the
      * counters as repaired even when lower. PLYR-RK and PLYR-FUS,
      * the initials change, hand the origin profile over to the
      * destination and drop it.
      *----------------------------------------------------------------
       300-APLICAR-AUDITORIA.

                       MOVE "S" TO WS-EOF-AUDIT
                   NOT AT END
                       IF AU-ACCION = "PLYR-ALT" OR "PLYR-CAM"
                        OR "PLYR-BAJ" OR "PLYR-UPD" OR "PLYR-REP"
                        OR "PLYR-RK" OR "PLYR-FUS"
                           PERFORM 310-UN-REGISTRO-PLYR THRU 310-FIN
                       END-IF
               END-READ
      *----------------------------------------------------------------
       310-UN-REGISTRO-PLYR.

           IF AU-ACCION = "PLYR-RK" OR "PLYR-FUS"
               PERFORM 320-TRASPASAR-JUGADOR THRU 320-FIN
               GO TO 310-FIN
           END-IF.

           MOVE AU-INICIALES TO WS-DATO-INICIALES.
           PERFORM 700-UBICAR-JUGADOR THRU 700-FIN.
           IF WS-JUG-SUB = ZERO
                           TO WS-JUG-MEJOR(WS-JUG-SUB)
                   END-IF
               END-IF
           ELSE IF AU-ACCION = "PLYR-REP"
               IF AU-CLAVE-DESPUES(1:5) IS NUMERIC
                   MOVE AU-CLAVE-DESPUES(1:5)
                       TO WS-JUG-PARTIDAS(WS-JUG-SUB)
               END-IF
               IF AU-CLAVE-DESPUES(7:4) IS NUMERIC
                   MOVE AU-CLAVE-DESPUES(7:4)
                       TO WS-JUG-MEJOR(WS-JUG-SUB)
               END-IF
           END-IF.

       310-FIN. EXIT.

      *----------------------------------------------------------------
      * 320-TRASPASAR-JUGADOR  --  PLYR-RK / PLYR-FUS: AU-INICIALES is
      * the origin, AU-CLAVE-DESPUES the destination. The scores and
      * sessions were already re-keyed, so the derived counters sit
      * on the destination; the origin's counters win only when
      * higher. A rename carries difficulty, mode and active flag
      * over; a merge keeps the destination's, active if either was,
      * as the re-key program does. The origin row goes.
      *----------------------------------------------------------------
       320-TRASPASAR-JUGADOR.

           PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                   UNTIL WS-ORI-SUB > WS-JUG-CONTADOR
                   OR WS-JUG-INI(WS-ORI-SUB) = AU-INICIALES
               CONTINUE
           END-PERFORM.
           IF WS-ORI-SUB > WS-JUG-CONTADOR
               GO TO 320-FIN
           END-IF.

           MOVE AU-CLAVE-DESPUES(1:3) TO WS-DATO-INICIALES.
           IF WS-DATO-INICIALES = SPACES
            OR WS-DATO-INICIALES = AU-INICIALES
               GO TO 320-FIN
           END-IF.
           PERFORM 700-UBICAR-JUGADOR THRU 700-FIN.
           IF WS-JUG-SUB = ZERO
               GO TO 320-FIN
           END-IF.
           ADD 1 TO WS-AUD-APLICADOS.
           MOVE "S" TO WS-JUG-CON-AUDIT(WS-JUG-SUB).

           IF AU-ACCION = "PLYR-RK"
               MOVE WS-JUG-DIFICULTAD(WS-ORI-SUB)
                   TO WS-JUG-DIFICULTAD(WS-JUG-SUB)
               MOVE WS-JUG-MODO(WS-ORI-SUB)
                   TO WS-JUG-MODO(WS-JUG-SUB)
               MOVE WS-JUG-ACTIVO(WS-ORI-SUB)
                   TO WS-JUG-ACTIVO(WS-JUG-SUB)
           ELSE
               IF WS-JUG-ACTIVO(WS-ORI-SUB) = "S"
                   MOVE "S" TO WS-JUG-ACTIVO(WS-JUG-SUB)
               END-IF
           END-IF.
           IF WS-JUG-PARTIDAS(WS-ORI-SUB) > WS-JUG-PARTIDAS(WS-JUG-SUB)
               MOVE WS-JUG-PARTIDAS(WS-ORI-SUB)
                   TO WS-JUG-PARTIDAS(WS-JUG-SUB)
           END-IF.
           IF WS-JUG-MEJOR(WS-ORI-SUB) > WS-JUG-MEJOR(WS-JUG-SUB)
               MOVE WS-JUG-MEJOR(WS-ORI-SUB)
                   TO WS-JUG-MEJOR(WS-JUG-SUB)
           END-IF.

           PERFORM VARYING WS-ORI-SUB FROM WS-ORI-SUB BY 1
                   UNTIL WS-ORI-SUB NOT < WS-JUG-CONTADOR
               MOVE WS-JUGADOR(WS-ORI-SUB + 1)
                   TO WS-JUGADOR(WS-ORI-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-JUG-CONTADOR.

       320-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-GRABAR-JUGADORES  --  write PLAYERS.NEW from the table.
      * The name never reaches any secondary file, so it rebuilds as
