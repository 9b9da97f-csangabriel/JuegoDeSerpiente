      ******************************************************************
      * Author:     D. Alvarez
      * Date:       2026-10-15
      * Purpose:    Analisis de dificultad de los niveles: recorre
      *             SESSLOG.DAT sesion por sesion con el nivel que
      *             registra cada jugada y acumula por nivel de
      *             LEVELS.DAT los intentos, las veces que se alcanzo
      *             el objetivo de comida (LV-OBJETIVO), el porcentaje
      *             superado y las jugadas promedio por intento. La
      *             ultima posicion de cada sesion marca donde termino
      *             la partida y se vuelca sobre el mapa de su nivel
      *             (muros incluidos) como mapa de calor de caracteres.
      *             Marca los niveles que casi nadie supera y los que
      *             supera casi todo el mundo. Emite DIFICULTAD.RPT;
      *             no modifica ningun archivo.
      * Tectonics:  cobc
      ******************************************************************
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-15  DA  Programa inicial del analisis de niveles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-DIFICULTAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "BOARD.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT LEVELS-FILE ASSIGN TO "LEVELS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVELS-STATUS.

           SELECT SESSLOG-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "DIFICULTAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONFIG-FILE.
       01  CFG-RECORD                 PIC X(80).
       01  CFG-CAMPOS REDEFINES CFG-RECORD.
           05  CFG-ALTO               PIC 9(02).
           05  CFG-ANCHO              PIC 9(02).
           05  CFG-INICIO-Y           PIC 9(02).
           05  CFG-INICIO-X           PIC 9(02).
           05  FILLER                 PIC X(72).

       FD  LEVELS-FILE.
       01  LV-RECORD                  PIC X(80).
       01  LV-CAMPOS-NIVEL REDEFINES LV-RECORD.
           05  LV-TIPO                PIC X.
           05  FILLER                 PIC X.
           05  LV-NUMERO              PIC 9(02).
           05  FILLER                 PIC X.
           05  LV-OBJETIVO            PIC 9(03).
           05  FILLER                 PIC X.
           05  LV-NOMBRE              PIC X(20).
           05  FILLER                 PIC X(51).
       01  LV-CAMPOS-OBST REDEFINES LV-RECORD.
           05  FILLER                 PIC X(02).
           05  LV-OBST-Y              PIC 9(02).
           05  FILLER                 PIC X.
           05  LV-OBST-X              PIC 9(02).
           05  FILLER                 PIC X(73).

       FD  SESSLOG-FILE.
       01  SL-RECORD.
           05  SL-SESION.
               10  SL-TIMESTAMP       PIC 9(14).
               10  SL-INICIALES       PIC X(03).
           05  FILLER                 PIC X.
           05  SL-TECLA               PIC X.
           05  FILLER                 PIC X.
           05  SL-POS-X               PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-POS-Y               PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-CONTADOR            PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-SALTOS              PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-NIVEL               PIC 9(02).
           05  FILLER                 PIC X.
           05  SL-NIVELES-SUP         PIC 9(02).
           05  FILLER                 PIC X(43).

       FD  REPORTE-FILE.
       01  RP-LINEA                   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CFG-STATUS              PIC XX.
       01  WS-LEVELS-STATUS           PIC XX.
       01  WS-SESSLOG-STATUS          PIC XX.
       01  WS-REPORTE-STATUS          PIC XX.

       01  WS-EOF-LEVELS              PIC X VALUE "N".
           88  EOF-LEVELS                   VALUE "S".
       01  WS-EOF-SESSLOG             PIC X VALUE "N".
           88  EOF-SESSLOG                  VALUE "S".

      *----------------------------------------------------------------
      * Tablero configurado (BOARD.CFG); sin archivo rigen los valores
      * tradicionales del juego. El mapa usa una columna por cada tres
      * del tablero, el paso horizontal de la serpiente.
      *----------------------------------------------------------------
       01  WS-ALTO-TABLERO            PIC 99 VALUE 24.
       01  WS-ANCHO-TABLERO           PIC 99 VALUE 80.
       01  WS-MAPA-ALTO               PIC 99 VALUE ZERO.
       01  WS-MAPA-ANCHO              PIC 99 VALUE ZERO.

      *----------------------------------------------------------------
      * Umbrales de las marcas: un nivel con menos intentos que el
      * minimo no se marca; por debajo del bajo casi nadie lo supera,
      * por encima del alto lo supera casi todo el mundo.
      *----------------------------------------------------------------
       01  WS-MINIMO-INTENTOS         PIC 9(03) VALUE 5.
       01  WS-UMBRAL-BAJO             PIC 9(03) VALUE 10.
       01  WS-UMBRAL-ALTO             PIC 9(03) VALUE 90.

      *----------------------------------------------------------------
      * Niveles: los de LEVELS.DAT en su orden, con sus muros, y al
      * final los que aparecen en la bitacora sin estar en el archivo.
      * Cada uno lleva sus cifras y su mapa de finales de partida.
      *----------------------------------------------------------------
       01  WS-NIV-CONTADOR            PIC 99 VALUE ZERO.
       01  WS-NIV-SUB                 PIC 99 COMP.
       01  WS-OBST-SUB                PIC 9(03) COMP.
       01  WS-NIVELES-TABLA.
           05  WS-NIVEL OCCURS 20 TIMES.
               10  WS-NIV-NUMERO      PIC 9(02).
               10  WS-NIV-OBJETIVO    PIC 9(03).
               10  WS-NIV-NOMBRE      PIC X(20).
               10  WS-NIV-OBST-CONT   PIC 9(03).
               10  WS-NIV-OBST OCCURS 200 TIMES.
                   15  WS-NIV-OBST-Y  PIC 9(02).
                   15  WS-NIV-OBST-X  PIC 9(02).
               10  WS-NIV-INTENTOS    PIC 9(05).
               10  WS-NIV-SUPERADOS   PIC 9(05).
               10  WS-NIV-JUGADAS     PIC 9(07).
               10  WS-NIV-FINALES     PIC 9(05).
               10  WS-NIV-FUERA       PIC 9(05).

       01  WS-MAPAS-TABLA.
           05  WS-MAPA OCCURS 20 TIMES.
               10  WS-MAPA-FILA OCCURS 40 TIMES.
                   15  WS-MAPA-CELDA  PIC 9(03) OCCURS 33 TIMES.
       01  WS-FILA                    PIC 99 COMP.
       01  WS-COLUMNA                 PIC 99 COMP.

       01  WS-NIVEL-BUSCADO           PIC 99.
       01  WS-NIVEL-UBICADO           PIC 99 COMP.

      *----------------------------------------------------------------
      * Sesion en curso del recorrido de SESSLOG.DAT: sus lineas estan
      * juntas, en el orden en que se jugaron.
      *----------------------------------------------------------------
       01  WS-SESION-ACTUAL           PIC X(17) VALUE SPACES.
       01  WS-SESION-ABIERTA          PIC X VALUE "N".
       01  WS-SESION-VALIDA           PIC X VALUE "N".
       01  WS-SESION-LINEAS           PIC 9(05) VALUE ZERO.
       01  WS-PREV-NIVEL              PIC 99 VALUE ZERO.
       01  WS-PREV-SUP                PIC 99 VALUE ZERO.
       01  WS-SUBE-SUP                PIC 99 VALUE ZERO.
       01  WS-NIVEL-SESION            PIC 99 COMP VALUE ZERO.
       01  WS-ULT-Y                   PIC 99 VALUE ZERO.
       01  WS-ULT-X                   PIC 99 VALUE ZERO.

       01  WS-SESIONES                PIC 9(05) VALUE ZERO.
       01  WS-SESIONES-SIN-NIVEL      PIC 9(05) VALUE ZERO.
       01  WS-LINEAS-LEIDAS           PIC 9(07) VALUE ZERO.

       01  WS-PORCENTAJE              PIC 9(03) VALUE ZERO.
       01  WS-PROMEDIO                PIC 9(05) VALUE ZERO.

       01  WS-LINEA-TOTAL.
           05  WS-TL-ETIQUETA         PIC X(22).
           05  WS-TL-VALOR            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05  WS-LR-NUMERO           PIC 99.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-NOMBRE           PIC X(20).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-OBJETIVO         PIC ZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-INTENTOS         PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-SUPERADOS        PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-PORCENTAJE       PIC ZZ9.
           05  FILLER                 PIC X VALUE "%".
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-PROMEDIO         PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-LR-MARCA            PIC X(25).

       01  WS-LINEA-MAPA.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LM-FILA             PIC 99.
           05  FILLER                 PIC X(02) VALUE " |".
           05  WS-LM-CELDAS           PIC X(33).
           05  FILLER                 PIC X VALUE "|".
           05  FILLER                 PIC X(40) VALUE SPACES.
       01  WS-CELDA-COLUMNA           PIC 99 COMP.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "ANALISIS DE DIFICULTAD DE LOS NIVELES".

           PERFORM 050-CARGAR-CONFIGURACION THRU 050-FIN.
           MOVE ZEROS TO WS-MAPAS-TABLA.
           PERFORM 100-CARGAR-NIVELES THRU 100-FIN.
           PERFORM 200-RECORRER-BITACORA THRU 200-FIN.
           PERFORM 400-EMITIR-REPORTE THRU 400-FIN.

           DISPLAY "SESIONES ANALIZADAS: " WS-SESIONES.
           DISPLAY "INFORME EMITIDO EN DIFICULTAD.RPT.".

       000-FIN. EXIT.

       GOBACK.

      *----------------------------------------------------------------
      * 050-CARGAR-CONFIGURACION  --  the board the games were played
      * on, which fixes the size of every map.
      *----------------------------------------------------------------
       050-CARGAR-CONFIGURACION.

           OPEN INPUT CONFIG-FILE.
           IF WS-CFG-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-ALTO IS NUMERIC AND CFG-ALTO > ZERO
                        AND CFG-ANCHO IS NUMERIC AND CFG-ANCHO > ZERO
                           MOVE CFG-ALTO  TO WS-ALTO-TABLERO
                           MOVE CFG-ANCHO TO WS-ANCHO-TABLERO
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

           MOVE WS-ALTO-TABLERO TO WS-MAPA-ALTO.
           IF WS-MAPA-ALTO > 40
               MOVE 40 TO WS-MAPA-ALTO
           END-IF.
           COMPUTE WS-MAPA-ANCHO = (WS-ANCHO-TABLERO - 1) / 3 + 1.
           IF WS-MAPA-ANCHO > 33
               MOVE 33 TO WS-MAPA-ANCHO
           END-IF.

       050-FIN. EXIT.

      *----------------------------------------------------------------
      * 100-CARGAR-NIVELES  --  read LEVELS.DAT whole into the level
      * table: an N record opens a level, its O records hang from it.
      *----------------------------------------------------------------
       100-CARGAR-NIVELES.

           MOVE ZERO TO WS-NIV-CONTADOR.
           OPEN INPUT LEVELS-FILE.
           IF WS-LEVELS-STATUS NOT = "00"
               GO TO 100-FIN
           END-IF.

           PERFORM UNTIL EOF-LEVELS
               READ LEVELS-FILE
                   AT END
                       MOVE "S" TO WS-EOF-LEVELS
                   NOT AT END
                       IF LV-TIPO = "N"
                        AND WS-NIV-CONTADOR < 20
                           ADD 1 TO WS-NIV-CONTADOR
                           MOVE WS-NIV-CONTADOR TO WS-NIV-SUB
                           PERFORM 110-LIMPIAR-NIVEL THRU 110-FIN
                           MOVE LV-NUMERO
                               TO WS-NIV-NUMERO(WS-NIV-SUB)
                           MOVE LV-OBJETIVO
                               TO WS-NIV-OBJETIVO(WS-NIV-SUB)
                           MOVE LV-NOMBRE
                               TO WS-NIV-NOMBRE(WS-NIV-SUB)
                       ELSE IF LV-TIPO = "O"
                        AND WS-NIV-CONTADOR > ZERO
                        AND WS-NIV-OBST-CONT(WS-NIV-CONTADOR) < 200
                           ADD 1 TO WS-NIV-OBST-CONT(WS-NIV-CONTADOR)
                           MOVE WS-NIV-OBST-CONT(WS-NIV-CONTADOR)
                               TO WS-OBST-SUB
                           MOVE LV-OBST-Y TO WS-NIV-OBST-Y
                               (WS-NIV-CONTADOR, WS-OBST-SUB)
                           MOVE LV-OBST-X TO WS-NIV-OBST-X
                               (WS-NIV-CONTADOR, WS-OBST-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEVELS-FILE.

       100-FIN. EXIT.

      *----------------------------------------------------------------
      * 110-LIMPIAR-NIVEL  --  a fresh level entry at WS-NIV-SUB.
      *----------------------------------------------------------------
       110-LIMPIAR-NIVEL.

           MOVE ZERO   TO WS-NIV-NUMERO(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-OBJETIVO(WS-NIV-SUB).
           MOVE SPACES TO WS-NIV-NOMBRE(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-OBST-CONT(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-INTENTOS(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-SUPERADOS(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-JUGADAS(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-FINALES(WS-NIV-SUB).
           MOVE ZERO   TO WS-NIV-FUERA(WS-NIV-SUB).

       110-FIN. EXIT.

      *----------------------------------------------------------------
      * 200-RECORRER-BITACORA  --  one pass over SESSLOG.DAT; a change
      * of session key closes the previous session.
      *----------------------------------------------------------------
       200-RECORRER-BITACORA.

           OPEN INPUT SESSLOG-FILE.
           IF WS-SESSLOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR SESSLOG.DAT. ESTADO: "
                   WS-SESSLOG-STATUS
               GO TO 200-FIN
           END-IF.

           PERFORM UNTIL EOF-SESSLOG
               READ SESSLOG-FILE
                   AT END
                       MOVE "S" TO WS-EOF-SESSLOG
                   NOT AT END
                       ADD 1 TO WS-LINEAS-LEIDAS
                       PERFORM 210-UNA-LINEA THRU 210-FIN
               END-READ
           END-PERFORM.
           CLOSE SESSLOG-FILE.

           IF WS-SESION-ABIERTA = "S"
               PERFORM 250-CERRAR-SESION THRU 250-FIN
           END-IF.

       200-FIN. EXIT.

      *----------------------------------------------------------------
      * 210-UNA-LINEA  --  route one SESSLOG line to its session.
      *----------------------------------------------------------------
       210-UNA-LINEA.

           IF WS-SESION-ABIERTA NOT = "S"
            OR SL-SESION NOT = WS-SESION-ACTUAL
               IF WS-SESION-ABIERTA = "S"
                   PERFORM 250-CERRAR-SESION THRU 250-FIN
               END-IF
               PERFORM 220-ABRIR-SESION THRU 220-FIN
           END-IF.

           IF WS-SESION-VALIDA = "S"
               PERFORM 230-APLICAR-LINEA THRU 230-FIN
           END-IF.

       210-FIN. EXIT.

      *----------------------------------------------------------------
      * 220-ABRIR-SESION  --  every game starts on level 1 with no
      * level cleared. A session logged before the level travelled
      * on each line has no level to analyse and is only counted.
      *----------------------------------------------------------------
       220-ABRIR-SESION.

           MOVE SL-SESION TO WS-SESION-ACTUAL.
           MOVE "S" TO WS-SESION-ABIERTA.
           MOVE ZERO TO WS-SESION-LINEAS.

           IF SL-NIVEL NOT NUMERIC OR SL-NIVEL = ZERO
            OR SL-NIVELES-SUP NOT NUMERIC
               MOVE "N" TO WS-SESION-VALIDA
               ADD 1 TO WS-SESIONES-SIN-NIVEL
               GO TO 220-FIN
           END-IF.

           MOVE "S" TO WS-SESION-VALIDA.
           ADD 1 TO WS-SESIONES.
           MOVE 1 TO WS-PREV-NIVEL.
           MOVE ZERO TO WS-PREV-SUP.
           MOVE WS-PREV-NIVEL TO WS-NIVEL-BUSCADO.
           PERFORM 270-UBICAR-NIVEL THRU 270-FIN.
           MOVE WS-NIVEL-UBICADO TO WS-NIVEL-SESION.
           IF WS-NIVEL-SESION > ZERO
               ADD 1 TO WS-NIV-INTENTOS(WS-NIVEL-SESION)
           END-IF.

       220-FIN. EXIT.

      *----------------------------------------------------------------
      * 230-APLICAR-LINEA  --  one move. A rise in the levels-cleared
      * counter is a clear of the level the previous move was on; a
      * change of level opens an attempt at the new one. The move
      * counts toward the level it was logged on.
      *----------------------------------------------------------------
       230-APLICAR-LINEA.

           IF SL-NIVEL NOT NUMERIC OR SL-NIVEL = ZERO
            OR SL-NIVELES-SUP NOT NUMERIC
            OR SL-POS-Y NOT NUMERIC OR SL-POS-X NOT NUMERIC
               GO TO 230-FIN
           END-IF.

           IF SL-NIVELES-SUP > WS-PREV-SUP
               COMPUTE WS-SUBE-SUP = SL-NIVELES-SUP - WS-PREV-SUP
               IF WS-NIVEL-SESION > ZERO
                   ADD WS-SUBE-SUP TO WS-NIV-SUPERADOS(WS-NIVEL-SESION)
               END-IF
           END-IF.

           IF SL-NIVEL NOT = WS-PREV-NIVEL
               MOVE SL-NIVEL TO WS-NIVEL-BUSCADO
               PERFORM 270-UBICAR-NIVEL THRU 270-FIN
               MOVE WS-NIVEL-UBICADO TO WS-NIVEL-SESION
               IF WS-NIVEL-SESION > ZERO
                   ADD 1 TO WS-NIV-INTENTOS(WS-NIVEL-SESION)
               END-IF
           END-IF.

           IF WS-NIVEL-SESION > ZERO
               ADD 1 TO WS-NIV-JUGADAS(WS-NIVEL-SESION)
           END-IF.

           MOVE SL-NIVEL       TO WS-PREV-NIVEL.
           MOVE SL-NIVELES-SUP TO WS-PREV-SUP.
           MOVE SL-POS-Y       TO WS-ULT-Y.
           MOVE SL-POS-X       TO WS-ULT-X.
           ADD 1 TO WS-SESION-LINEAS.

       230-FIN. EXIT.

      *----------------------------------------------------------------
      * 250-CERRAR-SESION  --  the last logged position is where the
      * game ended: one more mark on the map of the level it was on.
      *----------------------------------------------------------------
       250-CERRAR-SESION.

           MOVE "N" TO WS-SESION-ABIERTA.
           IF WS-SESION-VALIDA NOT = "S"
            OR WS-SESION-LINEAS = ZERO
            OR WS-NIVEL-SESION = ZERO
               GO TO 250-FIN
           END-IF.

           ADD 1 TO WS-NIV-FINALES(WS-NIVEL-SESION).
           IF WS-ULT-Y < 1 OR WS-ULT-Y > WS-MAPA-ALTO
            OR WS-ULT-X < 1
               ADD 1 TO WS-NIV-FUERA(WS-NIVEL-SESION)
               GO TO 250-FIN
           END-IF.
           COMPUTE WS-COLUMNA = (WS-ULT-X - 1) / 3 + 1.
           IF WS-COLUMNA > WS-MAPA-ANCHO
               ADD 1 TO WS-NIV-FUERA(WS-NIVEL-SESION)
               GO TO 250-FIN
           END-IF.
           IF WS-MAPA-CELDA(WS-NIVEL-SESION, WS-ULT-Y, WS-COLUMNA)
                   < 999
               ADD 1 TO
                   WS-MAPA-CELDA(WS-NIVEL-SESION, WS-ULT-Y, WS-COLUMNA)
           END-IF.

       250-FIN. EXIT.

      *----------------------------------------------------------------
      * 270-UBICAR-NIVEL  --  the table entry of level number
      * WS-NIVEL-BUSCADO; a level played but missing from LEVELS.DAT
      * gets an entry of its own with no walls while there is room.
      * WS-NIVEL-UBICADO is zero when there is none.
      *----------------------------------------------------------------
       270-UBICAR-NIVEL.

           MOVE ZERO TO WS-NIVEL-UBICADO.
           PERFORM VARYING WS-NIV-SUB FROM 1 BY 1
                   UNTIL WS-NIV-SUB > WS-NIV-CONTADOR
               IF WS-NIV-NUMERO(WS-NIV-SUB) = WS-NIVEL-BUSCADO
                AND WS-NIVEL-UBICADO = ZERO
                   MOVE WS-NIV-SUB TO WS-NIVEL-UBICADO
               END-IF
           END-PERFORM.

           IF WS-NIVEL-UBICADO = ZERO
            AND WS-NIV-CONTADOR < 20
               ADD 1 TO WS-NIV-CONTADOR
               MOVE WS-NIV-CONTADOR TO WS-NIV-SUB
               PERFORM 110-LIMPIAR-NIVEL THRU 110-FIN
               MOVE WS-NIVEL-BUSCADO TO WS-NIV-NUMERO(WS-NIV-SUB)
               MOVE "(NO ESTA EN LEVELS)" TO WS-NIV-NOMBRE(WS-NIV-SUB)
               MOVE WS-NIV-SUB TO WS-NIVEL-UBICADO
           END-IF.

       270-FIN. EXIT.

      *----------------------------------------------------------------
      * 400-EMITIR-REPORTE  --  the per-level summary with its flags,
      * then one end-of-game map per level.
      *----------------------------------------------------------------
       400-EMITIR-REPORTE.

           OPEN OUTPUT REPORTE-FILE.

           MOVE "==== ANALISIS DE DIFICULTAD DE LOS NIVELES ===="
               TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESIONES ANALIZADAS : " TO WS-TL-ETIQUETA.
           MOVE WS-SESIONES TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "SESIONES SIN NIVEL .: " TO WS-TL-ETIQUETA.
           MOVE WS-SESIONES-SIN-NIVEL TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "JUGADAS LEIDAS . . .: " TO WS-TL-ETIQUETA.
           MOVE WS-LINEAS-LEIDAS TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "---- RESUMEN POR NIVEL ----" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING "NV NOMBRE               OBJ INTEN SUPER"
               "    %  JUG/I MARCA"
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

           IF WS-NIV-CONTADOR = ZERO
               MOVE "SIN NIVELES NI SESIONES PARA ANALIZAR." TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           PERFORM VARYING WS-NIV-SUB FROM 1 BY 1
                   UNTIL WS-NIV-SUB > WS-NIV-CONTADOR
               PERFORM 410-LINEA-RESUMEN THRU 410-FIN
           END-PERFORM.

           PERFORM VARYING WS-NIV-SUB FROM 1 BY 1
                   UNTIL WS-NIV-SUB > WS-NIV-CONTADOR
               PERFORM 450-MAPA-NIVEL THRU 450-FIN
           END-PERFORM.

           MOVE "==== FIN DEL INFORME ====" TO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE REPORTE-FILE.

       400-FIN. EXIT.

      *----------------------------------------------------------------
      * 410-LINEA-RESUMEN  --  attempts, clears, clear rate, average
      * moves per attempt and the tuning flag of one level.
      *----------------------------------------------------------------
       410-LINEA-RESUMEN.

           MOVE ZERO TO WS-PORCENTAJE.
           MOVE ZERO TO WS-PROMEDIO.
           IF WS-NIV-INTENTOS(WS-NIV-SUB) > ZERO
               IF WS-NIV-SUPERADOS(WS-NIV-SUB)
                       NOT < WS-NIV-INTENTOS(WS-NIV-SUB)
                   MOVE 100 TO WS-PORCENTAJE
               ELSE
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-NIV-SUPERADOS(WS-NIV-SUB) * 100
                       / WS-NIV-INTENTOS(WS-NIV-SUB)
               END-IF
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-NIV-JUGADAS(WS-NIV-SUB)
                   / WS-NIV-INTENTOS(WS-NIV-SUB)
           END-IF.

           MOVE SPACES TO WS-LR-MARCA.
           IF WS-NIV-OBJETIVO(WS-NIV-SUB) = ZERO
               MOVE "SIN OBJETIVO DE COMIDA" TO WS-LR-MARCA
           ELSE IF WS-NIV-INTENTOS(WS-NIV-SUB) < WS-MINIMO-INTENTOS
               MOVE "POCOS INTENTOS" TO WS-LR-MARCA
           ELSE IF WS-PORCENTAJE < WS-UMBRAL-BAJO
               MOVE "<-- CASI NADIE LO SUPERA" TO WS-LR-MARCA
           ELSE IF WS-PORCENTAJE > WS-UMBRAL-ALTO
               MOVE "<-- CASI TODOS LO SUPERAN" TO WS-LR-MARCA
           END-IF.

           MOVE WS-NIV-NUMERO(WS-NIV-SUB)    TO WS-LR-NUMERO.
           MOVE WS-NIV-NOMBRE(WS-NIV-SUB)    TO WS-LR-NOMBRE.
           MOVE WS-NIV-OBJETIVO(WS-NIV-SUB)  TO WS-LR-OBJETIVO.
           MOVE WS-NIV-INTENTOS(WS-NIV-SUB)  TO WS-LR-INTENTOS.
           MOVE WS-NIV-SUPERADOS(WS-NIV-SUB) TO WS-LR-SUPERADOS.
           MOVE WS-PORCENTAJE                TO WS-LR-PORCENTAJE.
           MOVE WS-PROMEDIO                  TO WS-LR-PROMEDIO.
           MOVE WS-LINEA-RESUMEN TO RP-LINEA.
           WRITE RP-LINEA.

       410-FIN. EXIT.

      *----------------------------------------------------------------
      * 450-MAPA-NIVEL  --  the board of one level as a character
      * grid: # wall, 1-9 games ended on the cell, * ten or more.
      *----------------------------------------------------------------
       450-MAPA-NIVEL.

           MOVE SPACES TO RP-LINEA.
           STRING "---- MAPA DE FINALES - NIVEL "
               WS-NIV-NUMERO(WS-NIV-SUB) " "
               WS-NIV-NOMBRE(WS-NIV-SUB) " ----"
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

           MOVE "FINALES EN EL NIVEL  " TO WS-TL-ETIQUETA.
           MOVE WS-NIV-FINALES(WS-NIV-SUB) TO WS-TL-VALOR.
           MOVE WS-LINEA-TOTAL TO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-NIV-FUERA(WS-NIV-SUB) > ZERO
               MOVE "FUERA DEL TABLERO  .: " TO WS-TL-ETIQUETA
               MOVE WS-NIV-FUERA(WS-NIV-SUB) TO WS-TL-VALOR
               MOVE WS-LINEA-TOTAL TO RP-LINEA
               WRITE RP-LINEA
           END-IF.

           PERFORM VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA > WS-MAPA-ALTO
               PERFORM 460-LINEA-MAPA THRU 460-FIN
           END-PERFORM.

           MOVE SPACES TO RP-LINEA.
           STRING "  (# MURO  1-9 FINALES  * DIEZ O MAS"
               "  1 COLUMNA = 3 DEL TABLERO)"
               DELIMITED BY SIZE INTO RP-LINEA.
           WRITE RP-LINEA.

       450-FIN. EXIT.

      *----------------------------------------------------------------
      * 460-LINEA-MAPA  --  one board row: the level's walls on this
      * row first, then the end-of-game counts over them.
      *----------------------------------------------------------------
       460-LINEA-MAPA.

           MOVE SPACES TO WS-LM-CELDAS.
           MOVE ALL "." TO WS-LM-CELDAS(1:WS-MAPA-ANCHO).

           PERFORM VARYING WS-OBST-SUB FROM 1 BY 1
                   UNTIL WS-OBST-SUB > WS-NIV-OBST-CONT(WS-NIV-SUB)
               IF WS-NIV-OBST-Y(WS-NIV-SUB, WS-OBST-SUB) = WS-FILA
                AND WS-NIV-OBST-X(WS-NIV-SUB, WS-OBST-SUB) > ZERO
                   COMPUTE WS-CELDA-COLUMNA =
                       (WS-NIV-OBST-X(WS-NIV-SUB, WS-OBST-SUB) - 1)
                       / 3 + 1
                   IF WS-CELDA-COLUMNA NOT > WS-MAPA-ANCHO
                       MOVE "#" TO WS-LM-CELDAS(WS-CELDA-COLUMNA:1)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-COLUMNA FROM 1 BY 1
                   UNTIL WS-COLUMNA > WS-MAPA-ANCHO
               IF WS-MAPA-CELDA(WS-NIV-SUB, WS-FILA, WS-COLUMNA) > 9
                   MOVE "*" TO WS-LM-CELDAS(WS-COLUMNA:1)
               ELSE IF WS-MAPA-CELDA(WS-NIV-SUB, WS-FILA, WS-COLUMNA)
                       > ZERO
                   MOVE WS-MAPA-CELDA(WS-NIV-SUB, WS-FILA, WS-COLUMNA)
                       (3:1) TO WS-LM-CELDAS(WS-COLUMNA:1)
               END-IF
           END-PERFORM.

           MOVE WS-FILA TO WS-LM-FILA.
           MOVE WS-LINEA-MAPA TO RP-LINEA.
           WRITE RP-LINEA.

       460-FIN. EXIT.
