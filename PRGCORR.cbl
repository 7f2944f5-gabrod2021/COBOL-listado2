      *                     viejos sin perfil. El indice AUDITIDX
      *                     recien creado se reconstruye desde la
      *                     bitacora, como en PRGCVEM2.
      *   2026-10-11  GCR  Corrida desatendida por tarjeta de control
      *                     TARJCORR (usuario de mesa, perfil de
      *                     respaldo y origen del lote) para el ciclo
      *                     diario PRGCICLO, que recibe ademas los
      *                     conteos de la corrida en CONTEOS.
      *   2026-10-12  GCR  Padron de evaluadores EVALUADORES: el
      *                     usuario de mesa tiene que figurar y estar
      *                     activo (si no, error fatal), y cada
      *                     candidato se repuntua solo si el usuario
      *                     esta habilitado para el perfil que se
      *                     usa; si no, la correccion queda NO
      *                     APLICADA en el control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCORR.
               RECORD KEY IS AUDX-CLAVE
               FILE STATUS IS WS-FS-AUDITIDX.

           SELECT TARJETAS ASSIGN TO "TARJCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETAS.

           SELECT CONTEOS ASSIGN TO "CONTEOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEOS.

           SELECT EVALUADORES ASSIGN TO "EVALUADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-EVALUADOR-ID
               FILE STATUS IS WS-FS-EVALUADORES.

       DATA DIVISION.
       FILE SECTION.
      * Correcciones tipeadas por la mesa sobre las excepciones
       01 AUDX-REGISTRO.
           COPY AUDXREC.

      * Tarjeta de control para la corrida desatendida desde el
      * ciclo diario: si el archivo TARJCORR existe, las opciones de
      * arranque salen de aqui en vez de la consola.
       FD TARJETAS.
       01 TARJ-REGISTRO.
          05 TARJ-USUARIO-ID           PIC X(10).
          05 TARJ-PERFIL               PIC X(10).
          05 TARJ-LOTE-ORIGEN          PIC X(20).

      * Conteos de la corrida por tarjeta para el ciclo diario
       FD CONTEOS.
       01 CONT-REGISTRO.
           COPY CONTREC.

      * Padron de evaluadores habilitados
       FD EVALUADORES.
       01 EVAL-REGISTRO.
           COPY EVALREC.

       WORKING-STORAGE SECTION.
       01 WS-CV.
           COPY CVREC.
       01 WS-PERFIL-ACTIVO-ID             PIC X(10) VALUE SPACE.
       01 WS-USUARIO-ID                   PIC X(10) VALUE SPACE.

      * Habilitacion del usuario de mesa segun el padron
      * EVALUADORES: perfiles que puede evaluar y perfil buscado en
      * la lista por 0180-VERIFICAR-AUTORIZACION, como en PRGCVEM2.
       01 WS-AUTORIZACION.
          02 WS-AUT-PERFILES.
             03 WS-AUT-PERFIL-ID          PIC X(10) OCCURS 10.
          02 WS-AUT-MAXIMO                PIC 9(02) COMP VALUE 10.
          02 WS-AUT-IDX                   PIC 9(02) COMP VALUE ZERO.
          02 WS-AUT-PERFIL-BUSCADO        PIC X(10) VALUE SPACE.
          02 WS-AUT-HABILITADO-SW         PIC X(01) VALUE 'N'.

      * Busqueda de la version del perfil vigente a la fecha de la
      * evaluacion original del candidato en curso; la fecha cargada
      * se recuerda para no releer PARAMETROS candidato a candidato
          02 WS-RESPUESTAS-VALIDAS-SW     PIC X(01) VALUE 'S'.
          02 WS-HISTORIAL-APLICADO-SW     PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-MODO-TARJETA-SW           PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-CORRECCIONES     PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-TARJETAS               PIC X(02) VALUE '00'.
          02 WS-FS-CONTEOS                PIC X(02) VALUE '00'.
          02 WS-FS-EVALUADORES            PIC X(02) VALUE '00'.
          02 WS-FS-CORRECCIONES           PIC X(02) VALUE '00'.
          02 WS-FS-EXCEPCIONES            PIC X(02) VALUE '00'.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT

           IF WS-MODO-TARJETA-SW = 'S'
              PERFORM 0960-GRABAR-CONTEOS
                 THRU 0960-GRABAR-CONTEOS-EXIT
           END-IF.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
                  WS-HORA-ACTUAL(1:6)  DELIMITED BY SIZE
                  INTO WS-FECHA-HORA-AUDITORIA

           PERFORM 0110-LEER-TARJETA-CONTROL
              THRU 0110-LEER-TARJETA-CONTROL-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Ingrese ID del usuario de mesa: "
              ACCEPT WS-USUARIO-ID
           END-IF
           IF WS-USUARIO-ID = SPACES
              DISPLAY "ERROR: se requiere un usuario de mesa"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           PERFORM 0170-VALIDAR-EVALUADOR
              THRU 0170-VALIDAR-EVALUADOR-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    El repuntaje usa el perfil asentado en cada asiento de
      *    la bitacora; este perfil solo respalda asientos viejos
      *    grabados sin perfil.
           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Perfil de respaldo para asientos sin perfil "
                 "(vacio = pesos por defecto): "
              ACCEPT WS-PERFIL-SOLICITADO

              DISPLAY "Origen del lote (vacio = sin origen): "
              ACCEPT WS-LOTE-ORIGEN
           END-IF

           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT
       0100-INICIALIZAR-EXIT.
           EXIT.

      * Si existe la tarjeta de control TARJCORR (la graba el ciclo
      * diario PRGCICLO) la corrida es desatendida: usuario de mesa,
      * perfil de respaldo y origen del lote salen de la tarjeta,
      * como TARJETAS en PRGCVEM2, y no se hace ningun ACCEPT de
      * consola. Status 35 es "no hay tarjeta": se
      * pregunta por consola como siempre; cualquier otro status de
      * apertura corta la corrida.
       0110-LEER-TARJETA-CONTROL.

           OPEN INPUT TARJETAS
           IF WS-FS-TARJETAS = '35'
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           IF WS-FS-TARJETAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir TARJCORR, status "
                 WS-FS-TARJETAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           READ TARJETAS
              AT END
                 DISPLAY "ERROR: tarjeta de control TARJCORR vacia"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
              NOT AT END
                 MOVE 'S' TO WS-MODO-TARJETA-SW
                 MOVE TARJ-USUARIO-ID  TO WS-USUARIO-ID
                 MOVE TARJ-PERFIL      TO WS-PERFIL-SOLICITADO
                 MOVE TARJ-LOTE-ORIGEN TO WS-LOTE-ORIGEN
           END-READ

           CLOSE TARJETAS.

       0110-LEER-TARJETA-CONTROL-EXIT.
           EXIT.

      * Version del origen apta para un nombre de archivo, igual
      * que en PRGCVEM2: mide el largo real y reemplaza los
      * espacios internos por guiones; en blanco queda vacia.
       0165-MEDIR-ORIGEN-EXIT.
           EXIT.

      * El usuario de mesa asienta las correcciones como evaluador
      * (AUD-EVALUADOR-ID), asi que tiene que figurar en el padron
      * EVALUADORES y estar activo a la fecha; si no, la corrida se
      * corta con error fatal. Sus perfiles habilitados quedan en
      * WS-AUT-PERFILES para controlar candidato por candidato el
      * perfil contra el que se repuntua.
       0170-VALIDAR-EVALUADOR.

           OPEN INPUT EVALUADORES
           IF WS-FS-EVALUADORES NOT = '00'
              DISPLAY "ERROR: no se pudo abrir EVALUADORES, status "
                 WS-FS-EVALUADORES
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0170-VALIDAR-EVALUADOR-EXIT
           END-IF

           MOVE WS-USUARIO-ID TO EVAL-EVALUADOR-ID
           READ EVALUADORES
              INVALID KEY
                 DISPLAY "ERROR: el usuario " WS-USUARIO-ID
                    " no figura en EVALUADORES"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
           END-READ

           CLOSE EVALUADORES

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0170-VALIDAR-EVALUADOR-EXIT
           END-IF

           IF EVAL-ESTADO NOT = 'A' OR
                 EVAL-FECHA-ALTA > WS-FECHA-ACTUAL OR
                 (EVAL-FECHA-BAJA NOT = ZERO AND
                    EVAL-FECHA-BAJA NOT GREATER WS-FECHA-ACTUAL)
              DISPLAY "ERROR: el usuario " WS-USUARIO-ID
                 " no esta activo en EVALUADORES"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0170-VALIDAR-EVALUADOR-EXIT
           END-IF

           MOVE EVAL-PERFILES-AUTORIZADOS TO WS-AUT-PERFILES.

       0170-VALIDAR-EVALUADOR-EXIT.
           EXIT.

      * Busca WS-AUT-PERFIL-BUSCADO en los perfiles habilitados del
      * usuario; la habilitacion 'TODOS' cubre cualquier perfil.
      * Un perfil en blanco (pesos por defecto) solo lo cubre
      * 'TODOS'.
       0180-VERIFICAR-AUTORIZACION.

           MOVE 'N'  TO WS-AUT-HABILITADO-SW
           MOVE ZERO TO WS-AUT-IDX

           IF WS-AUT-PERFIL-BUSCADO = SPACES
              MOVE '(DEFECTO)' TO WS-AUT-PERFIL-BUSCADO
           END-IF

           PERFORM 0185-COMPARAR-AUTORIZACION
              THRU 0185-COMPARAR-AUTORIZACION-EXIT
              UNTIL WS-AUT-IDX NOT LESS WS-AUT-MAXIMO
                 OR WS-AUT-HABILITADO-SW = 'S'.

       0180-VERIFICAR-AUTORIZACION-EXIT.
           EXIT.

       0185-COMPARAR-AUTORIZACION.

           ADD 1 TO WS-AUT-IDX
           IF WS-AUT-PERFIL-ID (WS-AUT-IDX) = 'TODOS' OR
                 WS-AUT-PERFIL-ID (WS-AUT-IDX) = WS-AUT-PERFIL-BUSCADO
              MOVE 'S' TO WS-AUT-HABILITADO-SW
           END-IF.

       0185-COMPARAR-AUTORIZACION-EXIT.
           EXIT.

       0200-ABRIR-ARCHIVOS.

           OPEN INPUT CORRECCIONES
              MOVE WS-PERFIL-SOLICITADO TO WS-PERFIL-RESCORE
           END-IF

      *    El usuario de mesa solo corrige evaluaciones de perfiles
      *    para los que esta habilitado en el padron.
           MOVE WS-PERFIL-RESCORE TO WS-AUT-PERFIL-BUSCADO
           PERFORM 0180-VERIFICAR-AUTORIZACION
              THRU 0180-VERIFICAR-AUTORIZACION-EXIT
           IF WS-AUT-HABILITADO-SW NOT = 'S'
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'NO APLICADA: candidato ' DELIMITED BY SIZE
                     WS-CANDIDATO-ID DELIMITED BY SIZE
                     ', usuario ' DELIMITED BY SIZE
                     WS-USUARIO-ID DELIMITED BY SIZE
                     ' no habilitado para el perfil '
                        DELIMITED BY SIZE
                     WS-AUT-PERFIL-BUSCADO DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              ADD 1 TO WS-CONTADOR-NO-APLICADAS
              GO TO 3100-PROCESAR-UN-CANDIDATO-EXIT
           END-IF

           PERFORM 3050-CARGAR-PESOS-VIGENTES
              THRU 3050-CARGAR-PESOS-VIGENTES-EXIT

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.

      * Conteos de la corrida para la bitacora del ciclo diario;
      * solo en la corrida por tarjeta, que es la que lanza PRGCICLO.
       0960-GRABAR-CONTEOS.

           OPEN OUTPUT CONTEOS
           IF WS-FS-CONTEOS NOT = '00'
              DISPLAY "ERROR: no se pudo grabar CONTEOS, status "
                 WS-FS-CONTEOS
              GO TO 0960-GRABAR-CONTEOS-EXIT
           END-IF

           INITIALIZE CONT-REGISTRO
           MOVE 'PRGCORR' TO CONT-PROGRAMA
           MOVE 'CORRECCIONES'           TO CONT-ROTULO (1)
           MOVE WS-CONTADOR-CORRECCIONES TO CONT-CANTIDAD (1)
           MOVE 'APAREADAS'              TO CONT-ROTULO (2)
           MOVE WS-CONTADOR-APAREADAS    TO CONT-CANTIDAD (2)
           MOVE 'RECALCULADOS'           TO CONT-ROTULO (3)
           MOVE WS-CONTADOR-RECALCULADOS TO CONT-CANTIDAD (3)
           MOVE 'NO-APLICADAS'           TO CONT-ROTULO (4)
           MOVE WS-CONTADOR-NO-APLICADAS TO CONT-CANTIDAD (4)
           WRITE CONT-REGISTRO
           CLOSE CONTEOS.

       0960-GRABAR-CONTEOS-EXIT.
           EXIT.


       END PROGRAM PRGCORR.
