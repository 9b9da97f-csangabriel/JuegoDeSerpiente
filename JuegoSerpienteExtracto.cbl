      *             en TABLON.DAT un archivo de interfaz de formato
      *             fijo con los diez mejores puntajes vivos de
      *             SCORES.DAT y la tabla de posiciones de la liga
      *             (el mismo calculo de JuegoSerpienteLiga) y el
      *             escalafon de rating de RATINGS.DAT, con un
      *             registro cabecera (fecha de corrida y numero de
      *             generacion), registros de detalle tipificados y
      *             un registro cola con los conteos y un total de
      *                 con la misma preferencia que la liga, para que
      *                 el tablon muestre exactamente la tabla de
      *                 LIGA.RPT.
      * 2026-10-15  DA  Registro de SCORES.DAT ampliado con la regla de
      *                 puntaje que lo produjo (SC-REGLA), la dificultad
      *                 y el modo de la partida.
      * 2026-10-15  DA  Nuevo registro de detalle R con el escalafon de
      *                 rating de RATINGS.DAT (puesto, iniciales,
      *                 rating, duelos y puesto anterior); la cola suma
      *                 su conteo al total de registros y lo informa
      *                 aparte.
      * 2026-10-15  DA  LIGASCHED.DAT lleva el numero de temporada
      *                 (LG-TEMPORADA); calendario de hasta 500
      *                 partidos.
      * 2026-10-15  DA  Registro de SCORES.DAT de 50 posiciones con el
      *                 codigo de sitio del gabinete que produjo el
      *                 puntaje.
      * 2026-10-15  DA  Cadenas IF/ELSE IF del reparto de puntos
      *                 cerradas antes de acumular el partido, que
      *                 ahora se suma en todos los casos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOSERPIENTE-EXTRACTO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUELOS-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-INICIALES
               FILE STATUS IS WS-RATINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  SC-PUNTAJE             PIC 9(04).
           05  SC-FECHA               PIC X(08).
           05  SC-HORA                PIC X(08).
           05  SC-REGLA               PIC 9(08).
           05  SC-DIFICULTAD          PIC X.
           05  SC-MODO                PIC X.
           05  SC-SITIO               PIC X(03).

       FD  SCHED-FILE.
       01  LG-RECORD.
           05  LG-JUGADOR-A           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-JUGADOR-B           PIC X(03).
           05  FILLER                 PIC X.
           05  LG-TEMPORADA           PIC X(03).
           05  FILLER                 PIC X(48).

       FD  TABLON-FILE.
       01  TB-RECORD                  PIC X(80).
           05  FILLER                 PIC X.
           05  TB-PO-PTS              PIC 9(03).
           05  FILLER                 PIC X(51).
       01  TB-DETALLE-RATING REDEFINES TB-RECORD.
           05  TB-RA-TIPO             PIC X.
           05  FILLER                 PIC X.
           05  TB-RA-PUESTO           PIC 9(02).
           05  FILLER                 PIC X.
           05  TB-RA-INICIALES        PIC X(03).
           05  FILLER                 PIC X.
           05  TB-RA-RATING           PIC 9(04).
           05  FILLER                 PIC X.
           05  TB-RA-DUELOS           PIC 9(05).
           05  FILLER                 PIC X.
           05  TB-RA-PUESTO-ANT       PIC 9(03).
           05  FILLER                 PIC X(57).
       01  TB-COLA REDEFINES TB-RECORD.
           05  TB-COL-TIPO            PIC X.
           05  FILLER                 PIC X.
           05  TB-COL-REGISTROS       PIC 9(06).
           05  FILLER                 PIC X.
           05  TB-COL-TOTAL-CONTROL   PIC 9(09).
           05  FILLER                 PIC X.
           05  TB-COL-RATINGS         PIC 9(06).
           05  FILLER                 PIC X(40).

       FD  DUELOS-FILE.
       01  DU-RECORD.
           05  DU-FECHA               PIC X(08).
           05  FILLER                 PIC X(35).

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

       WORKING-STORAGE SECTION.

       01  WS-SCORES-STATUS           PIC XX.
       01  WS-DUELOS-STATUS           PIC XX.
       01  WS-EOF-DUELOS              PIC X VALUE "N".
           88  EOF-DUELOS                   VALUE "S".
       01  WS-RATINGS-STATUS          PIC XX.
       01  WS-EOF-RATINGS             PIC X VALUE "N".
           88  EOF-RATINGS                  VALUE "S".

       01  WS-SUB                     PIC 9(03) COMP.
       01  WS-SUB2                    PIC 9(03) COMP.
      *----------------------------------------------------------------
       01  WS-CONT-SCORES             PIC 9(06) VALUE ZERO.
       01  WS-CONT-POSICIONES         PIC 9(06) VALUE ZERO.
       01  WS-CONT-RATINGS            PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CONTROL           PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       01  WS-PARTIDOS-CONTADOR       PIC 9(03) VALUE ZERO.
       01  WS-PARTIDOS-TABLA.
           05  WS-PARTIDO OCCURS 500 TIMES.
               10  WS-PAR-RONDA       PIC 9(02).
               10  WS-PAR-DESDE       PIC X(08).
               10  WS-PAR-HASTA       PIC X(08).
       01  WS-INI-ACUM                PIC X(03).
       01  WS-PTS-ACUM                PIC 9(02).

      *----------------------------------------------------------------
      * Escalafon de rating: los puestos ya los numero el programa de
      * rating en RATINGS.DAT; aca solo se ubican los 50 primeros.
      *----------------------------------------------------------------
       01  WS-ESCALAFON-TABLA.
           05  WS-ESC OCCURS 50 TIMES.
               10  WS-ESC-INI         PIC X(03).
               10  WS-ESC-RATING      PIC 9(04).
               10  WS-ESC-DUELOS      PIC 9(05).
               10  WS-ESC-PUESTO-ANT  PIC 9(03).

       01  WS-POSICION-AUX.
           05  WS-AUX-INI             PIC X(03).
           05  WS-AUX-PJ              PIC 9(03).
           PERFORM 250-BUSCAR-CALIFICADOS THRU 250-FIN.
           PERFORM 300-OTORGAR-PUNTOS THRU 300-FIN.
           PERFORM 500-ORDENAR-POSICIONES THRU 500-FIN.
           PERFORM 550-CARGAR-ESCALAFON THRU 550-FIN.
           PERFORM 600-GRABAR-TABLON THRU 600-FIN.

           DISPLAY "EXTRACTO GENERADO. GENERACION: " WS-GENERACION
               " SCORES: " WS-CONT-SCORES
               " POSICIONES: " WS-CONT-POSICIONES
               " RATINGS: " WS-CONT-RATINGS.

       000-FIN. EXIT.

                   AT END
                       MOVE "S" TO WS-EOF-SCHED
                   NOT AT END
                       IF WS-PARTIDOS-CONTADOR < 500
                           ADD 1 TO WS-PARTIDOS-CONTADOR
                           MOVE WS-PARTIDOS-CONTADOR TO WS-SUB
                           MOVE LG-RONDA       TO WS-PAR-RONDA(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-B(WS-SUB)
                   END-IF
                   END-IF
               ELSE IF WS-PAR-HAY-A(WS-SUB) = "S"
                AND WS-PAR-HAY-B(WS-SUB) = "S"
                   IF WS-PAR-MEJOR-A(WS-SUB) > WS-PAR-MEJOR-B(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-A(WS-SUB)
                       MOVE 1 TO WS-PAR-PTS-B(WS-SUB)
                   END-IF
                   END-IF
               ELSE IF WS-PAR-HAY-A(WS-SUB) = "S"
                   MOVE 3 TO WS-PAR-PTS-A(WS-SUB)
                   MOVE 0 TO WS-PAR-PTS-B(WS-SUB)
                   MOVE 0 TO WS-PAR-PTS-A(WS-SUB)
                   MOVE 3 TO WS-PAR-PTS-B(WS-SUB)
               END-IF
               END-IF
               END-IF
               END-IF

               IF WS-PAR-HAY-A(WS-SUB) = "S"
                OR WS-PAR-HAY-B(WS-SUB) = "S"

       500-FIN. EXIT.

      *----------------------------------------------------------------
      * 550-CARGAR-ESCALAFON  --  place each ranked player of
      * RATINGS.DAT in its row by RT-PUESTO; provisional players
      * (place zero) are not published.
      *----------------------------------------------------------------
       550-CARGAR-ESCALAFON.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 50
               MOVE SPACES TO WS-ESC-INI(WS-SUB)
               MOVE ZERO   TO WS-ESC-RATING(WS-SUB)
               MOVE ZERO   TO WS-ESC-DUELOS(WS-SUB)
               MOVE ZERO   TO WS-ESC-PUESTO-ANT(WS-SUB)
           END-PERFORM.

           OPEN INPUT RATINGS-FILE.
           IF WS-RATINGS-STATUS NOT = "00"
               GO TO 550-FIN
           END-IF.

           PERFORM UNTIL EOF-RATINGS
               READ RATINGS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RATINGS
                   NOT AT END
                       IF RT-PUESTO > ZERO AND RT-PUESTO NOT > 50
                           MOVE RT-PUESTO TO WS-SUB
                           MOVE RT-INICIALES  TO WS-ESC-INI(WS-SUB)
                           MOVE RT-RATING     TO WS-ESC-RATING(WS-SUB)
                           MOVE RT-DUELOS     TO WS-ESC-DUELOS(WS-SUB)
                           MOVE RT-PUESTO-ANT
                               TO WS-ESC-PUESTO-ANT(WS-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATINGS-FILE.

       550-FIN. EXIT.

      *----------------------------------------------------------------
      * 600-GRABAR-TABLON  --  write the interface file: H header, S
      * details (top scores), P details (standings), R details
      * (rating ladder) and the T trailer with the counts and the
      * control total (sum of every S score plus every P point).
      *----------------------------------------------------------------
       600-GRABAR-TABLON.

               ADD WS-POS-PTS(WS-SUB) TO WS-TOTAL-CONTROL
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 50
               IF WS-ESC-INI(WS-SUB) NOT = SPACES
                   MOVE SPACES TO TB-RECORD
                   MOVE "R" TO TB-RA-TIPO
                   MOVE WS-SUB TO TB-RA-PUESTO
                   MOVE WS-ESC-INI(WS-SUB)     TO TB-RA-INICIALES
                   MOVE WS-ESC-RATING(WS-SUB)  TO TB-RA-RATING
                   MOVE WS-ESC-DUELOS(WS-SUB)  TO TB-RA-DUELOS
                   MOVE WS-ESC-PUESTO-ANT(WS-SUB)
                       TO TB-RA-PUESTO-ANT
                   WRITE TB-RECORD
                   ADD 1 TO WS-CONT-RATINGS
               END-IF
           END-PERFORM.

           MOVE SPACES TO TB-RECORD.
           MOVE "T" TO TB-COL-TIPO.
           MOVE WS-CONT-SCORES     TO TB-COL-SCORES.
           MOVE WS-CONT-POSICIONES TO TB-COL-POSICIONES.
           COMPUTE TB-COL-REGISTROS =
               WS-CONT-SCORES + WS-CONT-POSICIONES
               + WS-CONT-RATINGS + 2.
           MOVE WS-TOTAL-CONTROL   TO TB-COL-TOTAL-CONTROL.
           MOVE WS-CONT-RATINGS    TO TB-COL-RATINGS.
           WRITE TB-RECORD.

           CLOSE TABLON-FILE.
