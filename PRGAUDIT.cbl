      *                     evaluacion corregida (AUD-FECHA-CORREGIDA)
      *                     y no a la fecha del asiento, que es
      *                     cuando la mesa tipeo la correccion.
      *   2026-10-05  GCR  Legajo por persona: con candidato puntual
      *                     tambien se incluyen las evaluaciones de
      *                     los IDs que la mesa confirmo como la misma
      *                     persona (ALIASID). Con alias se recorre la
      *                     bitacora secuencial para mantener el orden
      *                     cronologico entre todos los IDs.
      *   2026-10-12  GCR  Cada bloque del legajo muestra el nombre y
      *                     el equipo del evaluador segun el padron
      *                     EVALUADORES, junto a su ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGAUDIT.
               RECORD KEY IS AUDX-CLAVE
               FILE STATUS IS WS-FS-AUDITIDX.

           SELECT ALIAS-IDENTIDAD ASSIGN TO "ALIASID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CLAVE
               FILE STATUS IS WS-FS-ALIAS.

           SELECT EVALUADORES ASSIGN TO "EVALUADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-EVALUADOR-ID
               FILE STATUS IS WS-FS-EVALUADORES.

       DATA DIVISION.
       FILE SECTION.
      * Bitacora de auditoria de cada evaluacion
       01 AUDX-REGISTRO.
           COPY AUDXREC.

      * Referencia cruzada de identidades resueltas por la mesa
       FD ALIAS-IDENTIDAD.
       01 ALI-REGISTRO.
           COPY ALIASREC.

      * Padron de evaluadores, para el nombre y el equipo de quien
      * hizo cada evaluacion
       FD EVALUADORES.
       01 EVAL-REGISTRO.
           COPY EVALREC.

       WORKING-STORAGE SECTION.
      * Filtros de la consulta; en blanco, el filtro no aplica (el
      * rango de fechas vacio se abre a 00000000-99999999).
          02 WS-FIL-FECHA-DESDE           PIC X(08) VALUE SPACE.
          02 WS-FIL-FECHA-HASTA           PIC X(08) VALUE SPACE.

      * IDs de la persona consultada: el pedido mas los confirmados
      * como misma persona en ALIASID.
       01 WS-TABLA-IDS.
          02 WS-IDS-MAXIMO                PIC 9(04) COMP VALUE 50.
          02 WS-IDS-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-IDS-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-IDS-CANDIDATO-ID          PIC X(10) OCCURS 50.

       01 WS-SWITCHES.
          02 WS-FIN-BITACORA-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-INDICE-SW             PIC X(01) VALUE 'N'.
          02 WS-IDX-DISPONIBLE-SW         PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-FIN-ALIAS-SW              PIC X(01) VALUE 'N'.
          02 WS-ID-DE-LA-PERSONA-SW       PIC X(01) VALUE 'N'.
          02 WS-EVAL-DISPONIBLE-SW        PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDAS           PIC 9(06) VALUE ZERO.
          02 WS-FS-DOSSIER                PIC X(02) VALUE '00'.
          02 WS-FS-PARAMETROS             PIC X(02) VALUE '00'.
          02 WS-FS-AUDITIDX               PIC X(02) VALUE '00'.
          02 WS-FS-ALIAS                  PIC X(02) VALUE '00'.
          02 WS-FS-EVALUADORES            PIC X(02) VALUE '00'.

      * Busqueda de la version del perfil vigente el dia de la
      * decision asentada: la de mayor fecha de vigencia no
                 "legajo sale sin los pesos vigentes"
           END-IF

      *    Igual sin padron de evaluadores: el legajo sale con el ID
      *    de quien evaluo, sin su nombre ni su equipo.
           OPEN INPUT EVALUADORES
           IF WS-FS-EVALUADORES = '00'
              MOVE 'S' TO WS-EVAL-DISPONIBLE-SW
           ELSE
              DISPLAY "Padron EVALUADORES no disponible, el legajo "
                 "sale sin nombre ni equipo del evaluador"
           END-IF

      *    Con un candidato puntual se juntan primero todos los IDs
      *    de la persona.
           IF WS-FIL-CANDIDATO-ID NOT = SPACES
              PERFORM 0200-CARGAR-IDS-PERSONA
                 THRU 0200-CARGAR-IDS-PERSONA-EXIT
           END-IF

      *    Con un candidato puntual sin alias la consulta posiciona
      *    directo en el indice AUDITIDX; si el indice todavia no se
      *    construyo, o la persona tiene mas de un ID, se recorre la
      *    bitacora completa como siempre.
           IF WS-FIL-CANDIDATO-ID NOT = SPACES AND
                 WS-IDS-CARGADOS = 1
              OPEN INPUT AUDITORIA-IDX
              IF WS-FS-AUDITIDX = '00'
                 MOVE 'S' TO WS-IDX-DISPONIBLE-SW
       0100-INICIALIZAR-EXIT.
           EXIT.

      * Carga el ID pedido y sus alias de misma persona; cada alias
      * se deja asentado al principio del legajo.
       0200-CARGAR-IDS-PERSONA.

           MOVE 1 TO WS-IDS-CARGADOS
           MOVE WS-FIL-CANDIDATO-ID TO WS-IDS-CANDIDATO-ID (1)

           OPEN INPUT ALIAS-IDENTIDAD
           IF WS-FS-ALIAS NOT = '00'
              GO TO 0200-CARGAR-IDS-PERSONA-EXIT
           END-IF

           MOVE WS-FIL-CANDIDATO-ID TO ALI-CANDIDATO-ID
           MOVE LOW-VALUES          TO ALI-ALIAS-ID
           START ALIAS-IDENTIDAD KEY IS NOT LESS THAN ALI-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-ALIAS-SW
           END-START

           PERFORM 0210-LEER-ALIAS
              THRU 0210-LEER-ALIAS-EXIT
              UNTIL WS-FIN-ALIAS-SW = 'S'

           CLOSE ALIAS-IDENTIDAD.

       0200-CARGAR-IDS-PERSONA-EXIT.
           EXIT.

       0210-LEER-ALIAS.

           READ ALIAS-IDENTIDAD NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ALIAS-SW
                 GO TO 0210-LEER-ALIAS-EXIT
           END-READ

           IF ALI-CANDIDATO-ID NOT = WS-FIL-CANDIDATO-ID
              MOVE 'S' TO WS-FIN-ALIAS-SW
              GO TO 0210-LEER-ALIAS-EXIT
           END-IF

           IF ALI-RESOLUCION NOT = 'M'
              GO TO 0210-LEER-ALIAS-EXIT
           END-IF

           IF WS-IDS-CARGADOS NOT LESS WS-IDS-MAXIMO
              DISPLAY "ATENCION: la persona supera la tabla de "
                 "IDs, se omite el alias " ALI-ALIAS-ID
              GO TO 0210-LEER-ALIAS-EXIT
           END-IF

           ADD 1 TO WS-IDS-CARGADOS
           MOVE ALI-ALIAS-ID TO WS-IDS-CANDIDATO-ID (WS-IDS-CARGADOS)

           MOVE SPACES TO WS-DOSSIER-LINEA
           STRING 'Incluye el ID ' DELIMITED BY SIZE
                  ALI-ALIAS-ID DELIMITED BY SIZE
                  ', confirmado como la misma persona el '
                     DELIMITED BY SIZE
                  ALI-FECHA-RESOLUCION DELIMITED BY SIZE
                  INTO WS-DOSSIER-LINEA
           PERFORM 3910-ESCRIBIR-LINEA
              THRU 3910-ESCRIBIR-LINEA-EXIT.

       0210-LEER-ALIAS-EXIT.
           EXIT.

      * La bitacora se graba en orden cronologico, asi que el legajo
      * sale ordenado con solo recorrerla de punta a punta.
       1000-RECORRER-BITACORA.
      * pasa todos se vuelca al legajo.
       2000-FILTRAR-REGISTRO.

           IF WS-FIL-CANDIDATO-ID NOT = SPACES
              MOVE 'N'  TO WS-ID-DE-LA-PERSONA-SW
              MOVE ZERO TO WS-IDS-IDX
              PERFORM 2010-BUSCAR-ID-PERSONA
                 THRU 2010-BUSCAR-ID-PERSONA-EXIT
                 UNTIL WS-IDS-IDX NOT LESS WS-IDS-CARGADOS
                    OR WS-ID-DE-LA-PERSONA-SW = 'S'
              IF WS-ID-DE-LA-PERSONA-SW NOT = 'S'
                 GO TO 2000-FILTRAR-REGISTRO-EXIT
              END-IF
           END-IF

           IF WS-FIL-EVALUADOR-ID NOT = SPACES AND
       2000-FILTRAR-REGISTRO-EXIT.
           EXIT.

       2010-BUSCAR-ID-PERSONA.

           ADD 1 TO WS-IDS-IDX
           IF AUD-CANDIDATO-ID = WS-IDS-CANDIDATO-ID (WS-IDS-IDX)
              MOVE 'S' TO WS-ID-DE-LA-PERSONA-SW
           END-IF.

       2010-BUSCAR-ID-PERSONA-EXIT.
           EXIT.

      * Un bloque del legajo por evaluacion: cuando, quien, las
      * respuestas crudas tal como se capturaron y la decision.
       3000-VOLCAR-EVALUACION.
           PERFORM 3910-ESCRIBIR-LINEA
              THRU 3910-ESCRIBIR-LINEA-EXIT

           IF WS-EVAL-DISPONIBLE-SW = 'S'
              PERFORM 3050-VOLCAR-EVALUADOR
                 THRU 3050-VOLCAR-EVALUADOR-EXIT
           END-IF

           MOVE SPACES TO WS-DOSSIER-LINEA
           STRING 'Candidato ' DELIMITED BY SIZE
                  AUD-CANDIDATO-ID DELIMITED BY SIZE
       3000-VOLCAR-EVALUACION-EXIT.
           EXIT.

      * Nombre y equipo del evaluador del asiento segun el padron;
      * un ID que no figura se deja asentado como tal en el legajo.
       3050-VOLCAR-EVALUADOR.

           MOVE AUD-EVALUADOR-ID TO EVAL-EVALUADOR-ID
           MOVE SPACES TO WS-DOSSIER-LINEA
           READ EVALUADORES
              INVALID KEY
                 STRING 'Evaluador ' DELIMITED BY SIZE
                        AUD-EVALUADOR-ID DELIMITED BY SIZE
                        ': no registrado en EVALUADORES'
                           DELIMITED BY SIZE
                        INTO WS-DOSSIER-LINEA
              NOT INVALID KEY
                 STRING 'Evaluador ' DELIMITED BY SIZE
                        AUD-EVALUADOR-ID DELIMITED BY SIZE
                        ': ' DELIMITED BY SIZE
                        EVAL-NOMBRE DELIMITED BY '  '
                        ' - equipo ' DELIMITED BY SIZE
                        EVAL-EQUIPO DELIMITED BY '  '
                        INTO WS-DOSSIER-LINEA
           END-READ
           PERFORM 3910-ESCRIBIR-LINEA
              THRU 3910-ESCRIBIR-LINEA-EXIT.

       3050-VOLCAR-EVALUADOR-EXIT.
           EXIT.

      * Linea con los pesos y notas de corte de la version del
      * perfil vigente el dia del asiento, que son los valores que
      * produjeron la decision; sin perfil asentado o sin version
           END-IF
           IF WS-IDX-DISPONIBLE-SW = 'S'
              CLOSE AUDITORIA-IDX
           END-IF
           IF WS-EVAL-DISPONIBLE-SW = 'S'
              CLOSE EVALUADORES
           END-IF.

       0900-FINALIZAR-EXIT.
