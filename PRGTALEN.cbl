      *                     listado de candidatos en mejora feria a
      *                     feria, con el salto de puntaje entre sus
      *                     dos ultimas evaluaciones.
      *   2026-10-05  GCR  La trayectoria de mejora es por persona y no
      *                     por ID: los IDs que la mesa confirmo como
      *                     la misma persona en la referencia cruzada
      *                     ALIASID se agrupan, y el salto se mide
      *                     entre las dos ultimas evaluaciones por
      *                     fecha de cualquiera de ellos.
      *   2026-10-15  GCR  Un ID sin alias ocupa entrada en la tabla de
      *                     mejoras recien con su segunda evaluacion,
      *                     como antes; la primera queda a la espera.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGTALEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TALENTOS.

           SELECT ALIAS-IDENTIDAD ASSIGN TO "ALIASID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CLAVE
               FILE STATUS IS WS-FS-ALIAS.

       DATA DIVISION.
       FILE SECTION.
      * Historial de postulantes, un registro por evaluacion,
       FD TALENTOS.
       01 TAL-LINEA                       PIC X(94).

      * Referencia cruzada de identidades resueltas por la mesa
       FD ALIAS-IDENTIDAD.
       01 ALI-REGISTRO.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
      * Filtros de seleccion pedidos al reclutador; en blanco, el
      * filtro no aplica.

      * Seguimiento de la trayectoria durante la pasada de carga: el
      * historial viene en orden de clave (candidato + fecha), asi
      * que las evaluaciones de un mismo ID llegan seguidas y la
      * persona se ubica una sola vez por ID. La persona se
      * identifica por el menor de sus IDs vinculados como misma
      * persona en ALIASID (el propio, si no tiene alias). La
      * primera evaluacion de un ID sin alias queda a la espera y
      * la entrada en la tabla se abre recien con la segunda, asi
      * la tabla solo guarda trayectorias de verdad.
       01 WS-TRAYECTORIA.
          02 WS-PREV-CANDIDATO-ID         PIC X(10) VALUE SPACE.
          02 WS-PERSONA-ID                PIC X(10) VALUE SPACE.
          02 WS-MEJ-ACTUAL-IDX            PIC 9(04) COMP VALUE ZERO.
          02 WS-PRIMERA-PUNTOS            PIC 9(03) VALUE ZERO.
          02 WS-PRIMERA-FECHA             PIC 9(08) VALUE ZERO.
          02 WS-PRIMERA-NOMBRE            PIC X(30) VALUE SPACE.

      * Evaluacion a volcar en la entrada de la persona
       01 WS-EVALUACION-TRAY.
          02 WS-EVA-PUNTOS                PIC 9(03) VALUE ZERO.
          02 WS-EVA-FECHA                 PIC 9(08) VALUE ZERO.
          02 WS-EVA-NOMBRE                PIC X(30) VALUE SPACE.

      * Tabla de personas del historial con sus dos ultimas
      * evaluaciones por fecha, para el listado de postulantes en
      * mejora feria a feria. Se carga antes de aplicar los filtros
      * de la consulta, porque la mejora necesita ver la trayectoria
      * completa.
       01 WS-TABLA-MEJORAS.
          02 WS-MEJ-MAXIMO                PIC 9(04) COMP VALUE 5000.
          02 WS-MEJ-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-MEJ-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-MEJ-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-MEJ-ENTRADA OCCURS 5000.
             03 WS-MEJ-CANDIDATO-ID      PIC X(10).
             03 WS-MEJ-NOM-CANDIDATO     PIC X(30).
             03 WS-MEJ-EVALUACIONES      PIC 9(04).
             03 WS-MEJ-PUNTOS-ANTERIOR   PIC 9(03).
             03 WS-MEJ-FECHA-ANTERIOR    PIC 9(08).
             03 WS-MEJ-PUNTOS-ULTIMO     PIC 9(03).
             03 WS-MEJ-FECHA-ULTIMA      PIC 9(08).

      * Distribucion de puntajes por banda
       01 WS-BANDAS.
       01 WS-SWITCHES.
          02 WS-FIN-HISTORIAL-SW          PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-ALIAS-DISPONIBLE-SW       PIC X(01) VALUE 'N'.
          02 WS-FIN-ALIAS-SW              PIC X(01) VALUE 'N'.
          02 WS-TIENE-ALIAS-SW            PIC X(01) VALUE 'N'.
          02 WS-PERSONA-HALLADA-SW        PIC X(01) VALUE 'N'.
          02 WS-TABLA-LLENA-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDOS           PIC 9(06) VALUE ZERO.
       01 WS-FILE-STATUS.
          02 WS-FS-HISTORIAL              PIC X(02) VALUE '00'.
          02 WS-FS-TALENTOS               PIC X(02) VALUE '00'.
          02 WS-FS-ALIAS                  PIC X(02) VALUE '00'.

       01 WS-REPORTE-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.
              DISPLAY "ERROR: no se pudo abrir TALENTOS, status "
                 WS-FS-TALENTOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    Sin referencia cruzada de identidades (la mesa todavia no
      *    resolvio ningun caso) cada ID es una persona.
           OPEN INPUT ALIAS-IDENTIDAD
           IF WS-FS-ALIAS = '00'
              MOVE 'S' TO WS-ALIAS-DISPONIBLE-SW
           END-IF.

       0100-INICIALIZAR-EXIT.
       1030-ACUMULAR-BANDA-EXIT.
           EXIT.

      * Registra la evaluacion leida en la entrada de la persona en
      * la tabla de mejoras; al final cada entrada queda con las dos
      * ultimas evaluaciones por fecha de todos los IDs de la
      * persona. Las evaluaciones de un ID sin alias llegan
      * seguidas: la primera se guarda aparte y la entrada se abre
      * con la segunda. Una persona con alias tiene sus
      * evaluaciones repartidas en varios IDs, que llegan salteados,
      * y su entrada se abre con el primero que aparece.
       1100-SEGUIR-TRAYECTORIA.

           IF HIST-CANDIDATO-ID NOT = WS-PREV-CANDIDATO-ID
              MOVE HIST-CANDIDATO-ID TO WS-PREV-CANDIDATO-ID
              PERFORM 1110-UBICAR-PERSONA
                 THRU 1110-UBICAR-PERSONA-EXIT
              IF WS-TIENE-ALIAS-SW NOT = 'S'
                 MOVE HIST-PUNTOS            TO WS-PRIMERA-PUNTOS
                 MOVE HIST-FECHA-EVALUACION  TO WS-PRIMERA-FECHA
                 MOVE HIST-NOM-CANDIDATO(1:30) TO WS-PRIMERA-NOMBRE
                 GO TO 1100-SEGUIR-TRAYECTORIA-EXIT
              END-IF
           ELSE
              IF WS-TIENE-ALIAS-SW NOT = 'S' AND
                    WS-MEJ-ACTUAL-IDX = ZERO
                 PERFORM 1140-AGREGAR-PERSONA
                    THRU 1140-AGREGAR-PERSONA-EXIT
                 IF WS-MEJ-ACTUAL-IDX NOT = ZERO
                    MOVE WS-PRIMERA-PUNTOS TO WS-EVA-PUNTOS
                    MOVE WS-PRIMERA-FECHA  TO WS-EVA-FECHA
                    MOVE WS-PRIMERA-NOMBRE TO WS-EVA-NOMBRE
                    PERFORM 1150-REGISTRAR-EVALUACION
                       THRU 1150-REGISTRAR-EVALUACION-EXIT
                 END-IF
              END-IF
           END-IF

           IF WS-MEJ-ACTUAL-IDX = ZERO
              GO TO 1100-SEGUIR-TRAYECTORIA-EXIT
           END-IF

           MOVE HIST-PUNTOS              TO WS-EVA-PUNTOS
           MOVE HIST-FECHA-EVALUACION    TO WS-EVA-FECHA
           MOVE HIST-NOM-CANDIDATO(1:30) TO WS-EVA-NOMBRE
           PERFORM 1150-REGISTRAR-EVALUACION
              THRU 1150-REGISTRAR-EVALUACION-EXIT.

       1100-SEGUIR-TRAYECTORIA-EXIT.
           EXIT.

      * Ubica la persona del ID recien leido. Un ID sin alias es su
      * propia persona y nadie mas apunta a su entrada: no se busca
      * y la entrada la abre 1100 si aparece una segunda
      * evaluacion. Con alias, la entrada puede haberla creado otro
      * de sus IDs; si no, se agrega.
       1110-UBICAR-PERSONA.

           MOVE HIST-CANDIDATO-ID TO WS-PERSONA-ID
           MOVE 'N'  TO WS-TIENE-ALIAS-SW
           MOVE ZERO TO WS-MEJ-ACTUAL-IDX

           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              MOVE HIST-CANDIDATO-ID TO ALI-CANDIDATO-ID
              MOVE LOW-VALUES        TO ALI-ALIAS-ID
              MOVE 'N' TO WS-FIN-ALIAS-SW
              START ALIAS-IDENTIDAD KEY IS NOT LESS THAN ALI-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-ALIAS-SW
              END-START
              PERFORM 1120-LEER-ALIAS
                 THRU 1120-LEER-ALIAS-EXIT
                 UNTIL WS-FIN-ALIAS-SW = 'S'
           END-IF

           IF WS-TIENE-ALIAS-SW NOT = 'S'
              GO TO 1110-UBICAR-PERSONA-EXIT
           END-IF

           MOVE 'N'  TO WS-PERSONA-HALLADA-SW
           MOVE ZERO TO WS-MEJ-BUSQ-IDX
           PERFORM 1130-BUSCAR-PERSONA
              THRU 1130-BUSCAR-PERSONA-EXIT
              UNTIL WS-MEJ-BUSQ-IDX NOT LESS WS-MEJ-CARGADOS
                 OR WS-PERSONA-HALLADA-SW = 'S'
           IF WS-PERSONA-HALLADA-SW = 'S'
              MOVE WS-MEJ-BUSQ-IDX TO WS-MEJ-ACTUAL-IDX
              GO TO 1110-UBICAR-PERSONA-EXIT
           END-IF

           PERFORM 1140-AGREGAR-PERSONA
              THRU 1140-AGREGAR-PERSONA-EXIT.

       1110-UBICAR-PERSONA-EXIT.
           EXIT.

      * Recorre los pares del ID en curso; por cada alias de misma
      * persona se queda con el menor ID del grupo como persona.
       1120-LEER-ALIAS.

           READ ALIAS-IDENTIDAD NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ALIAS-SW
                 GO TO 1120-LEER-ALIAS-EXIT
           END-READ

           IF ALI-CANDIDATO-ID NOT = HIST-CANDIDATO-ID
              MOVE 'S' TO WS-FIN-ALIAS-SW
              GO TO 1120-LEER-ALIAS-EXIT
           END-IF

           IF ALI-RESOLUCION = 'M'
              MOVE 'S' TO WS-TIENE-ALIAS-SW
              IF ALI-ALIAS-ID < WS-PERSONA-ID
                 MOVE ALI-ALIAS-ID TO WS-PERSONA-ID
              END-IF
           END-IF.

       1120-LEER-ALIAS-EXIT.
           EXIT.

       1130-BUSCAR-PERSONA.

           ADD 1 TO WS-MEJ-BUSQ-IDX
           IF WS-MEJ-BUSQ-IDX NOT GREATER WS-MEJ-MAXIMO
              IF WS-MEJ-CANDIDATO-ID (WS-MEJ-BUSQ-IDX) =
                    WS-PERSONA-ID
                 MOVE 'S' TO WS-PERSONA-HALLADA-SW
              END-IF
           END-IF.

       1130-BUSCAR-PERSONA-EXIT.
           EXIT.

      * Abre la entrada de WS-PERSONA-ID en la tabla de mejoras
       1140-AGREGAR-PERSONA.

           IF WS-MEJ-CARGADOS NOT LESS WS-MEJ-MAXIMO
              IF WS-TABLA-LLENA-SW NOT = 'S'
                 MOVE 'S' TO WS-TABLA-LLENA-SW
                 DISPLAY "ATENCION: el historial supera la tabla de "
                    "trayectorias, listado de mejoras parcial"
              END-IF
              GO TO 1140-AGREGAR-PERSONA-EXIT
           END-IF

           ADD 1 TO WS-MEJ-CARGADOS
           MOVE WS-MEJ-CARGADOS TO WS-MEJ-ACTUAL-IDX
           MOVE WS-PERSONA-ID
              TO WS-MEJ-CANDIDATO-ID (WS-MEJ-ACTUAL-IDX)
           MOVE SPACES TO WS-MEJ-NOM-CANDIDATO (WS-MEJ-ACTUAL-IDX)
           MOVE ZERO   TO WS-MEJ-EVALUACIONES (WS-MEJ-ACTUAL-IDX)
           MOVE ZERO   TO WS-MEJ-PUNTOS-ANTERIOR (WS-MEJ-ACTUAL-IDX)
           MOVE ZERO   TO WS-MEJ-FECHA-ANTERIOR (WS-MEJ-ACTUAL-IDX)
           MOVE ZERO   TO WS-MEJ-PUNTOS-ULTIMO (WS-MEJ-ACTUAL-IDX)
           MOVE ZERO   TO WS-MEJ-FECHA-ULTIMA (WS-MEJ-ACTUAL-IDX).

       1140-AGREGAR-PERSONA-EXIT.
           EXIT.

      * Vuelca WS-EVALUACION-TRAY en la entrada de la persona. Los
      * IDs de una persona llegan en orden de ID y no de fecha: cada
      * evaluacion se ubica contra las dos ultimas que ya tiene la
      * entrada.
       1150-REGISTRAR-EVALUACION.

           ADD 1 TO WS-MEJ-EVALUACIONES (WS-MEJ-ACTUAL-IDX)

           IF WS-EVA-FECHA > WS-MEJ-FECHA-ULTIMA (WS-MEJ-ACTUAL-IDX)
              MOVE WS-MEJ-PUNTOS-ULTIMO (WS-MEJ-ACTUAL-IDX)
                 TO WS-MEJ-PUNTOS-ANTERIOR (WS-MEJ-ACTUAL-IDX)
              MOVE WS-MEJ-FECHA-ULTIMA (WS-MEJ-ACTUAL-IDX)
                 TO WS-MEJ-FECHA-ANTERIOR (WS-MEJ-ACTUAL-IDX)
              MOVE WS-EVA-PUNTOS
                 TO WS-MEJ-PUNTOS-ULTIMO (WS-MEJ-ACTUAL-IDX)
              MOVE WS-EVA-FECHA
                 TO WS-MEJ-FECHA-ULTIMA (WS-MEJ-ACTUAL-IDX)
              MOVE WS-EVA-NOMBRE
                 TO WS-MEJ-NOM-CANDIDATO (WS-MEJ-ACTUAL-IDX)
           ELSE
              IF WS-EVA-FECHA >
                    WS-MEJ-FECHA-ANTERIOR (WS-MEJ-ACTUAL-IDX)
                 MOVE WS-EVA-PUNTOS
                    TO WS-MEJ-PUNTOS-ANTERIOR (WS-MEJ-ACTUAL-IDX)
                 MOVE WS-EVA-FECHA
                    TO WS-MEJ-FECHA-ANTERIOR (WS-MEJ-ACTUAL-IDX)
              END-IF
           END-IF.

       1150-REGISTRAR-EVALUACION-EXIT.
           EXIT.

      * Ranking: ordena la tabla por puntaje descendente y lista las
      * primeras N entradas.
       2000-LISTAR-RANKING.

       5010-LISTAR-UNA-MEJORA.

           IF WS-MEJ-EVALUACIONES (WS-MEJ-IDX) < 2
                 OR WS-MEJ-PUNTOS-ULTIMO (WS-MEJ-IDX) NOT >
                    WS-MEJ-PUNTOS-ANTERIOR (WS-MEJ-IDX)
              GO TO 5010-LISTAR-UNA-MEJORA-EXIT
           END-IF

       0900-FINALIZAR.

           CLOSE HISTORIAL
           CLOSE TALENTOS

           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              CLOSE ALIAS-IDENTIDAD
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.
