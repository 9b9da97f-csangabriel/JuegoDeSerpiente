      *             grabada por JuegoSerpiente: una sesion elegida del
      *             catalogo SESSCAT.DAT (archivada en SESSLOG.DAT) o,
      *             si aun no hay catalogo, la bitacora MOVELOG.DAT.
      * Tectonics:  cobc -x JuegoSerpienteConsulta.cbl
      *             JuegoSerpienteReplay.cbl
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      *                 reproducir en silencio lo que hubiera quedado
      *                 en MOVELOG.DAT. Sin catalogo se conserva la
      *                 reproduccion directa de MOVELOG.DAT.
      * 2026-10-15  DA  Punto de entrada JUEGOSERPIENTE-REPLAY-SESION
      *                 para que otro programa pida la reproduccion de
      *                 una sesion dada sin pasar por el catalogo.
      * 2026-10-15  DA  Se compila junto con JuegoSerpienteConsulta,
      *                 que llama a JUEGOSERPIENTE-REPLAY-SESION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-REPLAY.
               10  WS-CAT-PUNTAJE     PIC 9(04).
               10  WS-CAT-JUGADAS     PIC 9(05).

       LINKAGE SECTION.

      *----------------------------------------------------------------
      * Sesion pedida por el programa que llama (timestamp e iniciales
      * de SESSCAT.DAT).
      *----------------------------------------------------------------
       01  PARM-SESION.
           05  PARM-TIMESTAMP         PIC 9(14).
           05  PARM-INICIALES         PIC X(03).

       SCREEN SECTION.

       01  SS-O BACKGROUND-COLOR IS 02 HIGHLIGHT.
           ELSE
               PERFORM 020-ELEGIR-SESION THRU 020-FIN
               IF WS-CAT-ELEGIDA > ZERO
                   MOVE WS-CAT-TIMESTAMP(WS-CAT-ELEGIDA)
                       TO WS-SB-TIMESTAMP
                   MOVE WS-CAT-INICIALES(WS-CAT-ELEGIDA)
                       TO WS-SB-INICIALES
                   PERFORM 200-REPRODUCIR-SESION THRU 200-FIN
               END-IF
           END-IF.
       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 190-SESION-PEDIDA  --  entry point for a calling program that
      * already knows the session it wants replayed: no catalog, no
      * MOVELOG.DAT fallback, straight to the session's moves.
      *----------------------------------------------------------------
       190-SESION-PEDIDA.

       ENTRY "JUEGOSERPIENTE-REPLAY-SESION" USING PARM-SESION.

           MOVE PARM-TIMESTAMP TO WS-SB-TIMESTAMP.
           MOVE PARM-INICIALES TO WS-SB-INICIALES.
           PERFORM 200-REPRODUCIR-SESION THRU 200-FIN.

       190-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 200-REPRODUCIR-SESION  --  step through the session in
      * WS-SESION-BUSCADA on SESSLOG.DAT, skipping the records of
      * every other session key. The counters start over on every
      * replay, since a caller may ask for several in one run.
      *----------------------------------------------------------------
       200-REPRODUCIR-SESION.

           MOVE ZERO TO WS-CONTADOR-JUGADAS.
           MOVE "N" TO WS-EOF-SESSLOG.

           DISPLAY SS-LIMPIAR-PANTALLA.
           DISPLAY "REPRODUCIENDO SESION " WS-SB-TIMESTAMP
