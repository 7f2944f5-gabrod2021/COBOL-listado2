      *                     completo desde la bitacora, para que los
      *                     legajos por el camino indexado no pierdan
      *                     la historia previa.
      *   2026-10-05  GCR  Referencia cruzada de identidades ALIASID
      *                     (la resuelve la mesa con PRGIDENT): un par
      *                     ya resuelto, como misma persona o como
      *                     personas distintas, no se vuelve a marcar
      *                     en REVISION, y la trayectoria y el control
      *                     de carencia de 1050/1060 recorren tambien
      *                     las evaluaciones de los IDs confirmados
      *                     como la misma persona.
      *   2026-10-11  GCR  Corrida por tarjeta desde el ciclo diario
      *                     PRGCICLO: al terminar se dejan los
      *                     conteos del lote en CONTEOS para la
      *                     bitacora JOBLOG.
      *   2026-10-12  GCR  Padron de evaluadores EVALUADORES (lo
      *                     mantiene PRGEVAL): el ID de evaluador de
      *                     la consola o de la tarjeta tiene que
      *                     figurar, estar activo a la fecha y estar
      *                     habilitado para el perfil pedido ('TODOS'
      *                     exige la habilitacion 'TODOS'); si no, la
      *                     corrida se corta con error fatal.
      *   2026-10-13  GCR  Libro de lotes LOTES: cada conciliacion
      *                     de 0500-VALIDAR-LOTE deja un renglon con
      *                     el origen, la fecha de cabecera, lo leido
      *                     y si el lote se acepto o se rechazo, para
      *                     el reporte de embudo por feria PRGEMBUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCVEM2.
               RECORD KEY IS CHK-LOTE-ID
               FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT ALIAS-IDENTIDAD ASSIGN TO "ALIASID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CLAVE
               FILE STATUS IS WS-FS-ALIAS.

           SELECT CONTEOS ASSIGN TO "CONTEOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEOS.

           SELECT EVALUADORES ASSIGN TO "EVALUADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-EVALUADOR-ID
               FILE STATUS IS WS-FS-EVALUADORES.

           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTES.

       DATA DIVISION.
       FILE SECTION.
      * Lote de candidatos levantado de un dia de feria de empleo.
       01 AUDX-REGISTRO.
           COPY AUDXREC.

      * Referencia cruzada de identidades resueltas por la mesa
       FD ALIAS-IDENTIDAD.
       01 ALI-REGISTRO.
           COPY ALIASREC.

      * Conteos de la corrida por tarjeta para el ciclo diario
       FD CONTEOS.
       01 CONT-REGISTRO.
           COPY CONTREC.

      * Padron de evaluadores habilitados
       FD EVALUADORES.
       01 EVAL-REGISTRO.
           COPY EVALREC.

      * Libro de lotes conciliados, aceptados y rechazados
       FD LOTES.
       01 LOTE-REGISTRO.
           COPY LOTEREC.

       WORKING-STORAGE SECTION.
      * Variables generales.
       01 WS-VARIABLES.
          02 WS-ULT-PUNTOS                PIC 9(03) VALUE ZERO.
          02 WS-ULT-ESTADO                PIC X(12) VALUE SPACE.
          02 WS-HIST-EVALUACIONES         PIC 9(04) VALUE ZERO.
      *    ID cuya trayectoria se esta recorriendo: el del candidato
      *    o uno de sus alias confirmados como misma persona.
          02 WS-TRAY-CANDIDATO-ID         PIC X(10) VALUE SPACE.

      * Tabla de perfiles de la corrida. Con un perfil puntual la
      * tabla queda con esa unica entrada; con el perfil 'TODOS' se
          02 WS-FIN-VERSIONES-SW          PIC X(01) VALUE 'N'.
          02 WS-PERFIL-TABLA-HALLADO-SW   PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-ALIAS-DISPONIBLE-SW       PIC X(01) VALUE 'N'.
          02 WS-FIN-ALIAS-SW              PIC X(01) VALUE 'N'.
          02 WS-PAR-RESUELTO-SW           PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDOS           PIC 9(06) VALUE ZERO.
          02 WS-FS-CHECKPOINT             PIC X(02) VALUE '00'.
          02 WS-FS-REVISION               PIC X(02) VALUE '00'.
          02 WS-FS-AUDITIDX               PIC X(02) VALUE '00'.
          02 WS-FS-ALIAS                  PIC X(02) VALUE '00'.
          02 WS-FS-CONTEOS                PIC X(02) VALUE '00'.
          02 WS-FS-EVALUADORES            PIC X(02) VALUE '00'.
          02 WS-FS-LOTES                  PIC X(02) VALUE '00'.

       01 WS-FECHA-HORA.
          02 WS-FECHA-ACTUAL              PIC 9(08) VALUE ZERO.
          02 WS-ORIGEN-MEDIDO-SW          PIC X(01) VALUE 'N'.

       01 WS-EVALUADOR-ID                 PIC X(10) VALUE SPACE.

      * Habilitacion del evaluador de la corrida segun el padron
      * EVALUADORES: perfiles que puede evaluar y perfil buscado en
      * la lista por 0180-VERIFICAR-AUTORIZACION.
       01 WS-AUTORIZACION.
          02 WS-AUT-PERFILES.
             03 WS-AUT-PERFIL-ID          PIC X(10) OCCURS 10.
          02 WS-AUT-MAXIMO                PIC 9(02) COMP VALUE 10.
          02 WS-AUT-IDX                   PIC 9(02) COMP VALUE ZERO.
          02 WS-AUT-PERFIL-BUSCADO        PIC X(10) VALUE SPACE.
          02 WS-AUT-HABILITADO-SW         PIC X(01) VALUE 'N'.
       01 WS-REVISION-OPCION              PIC X(01) VALUE SPACE.

      * Secuencia de desempate del indice de auditoria: se reinicia
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT

           IF WS-MODO-TARJETA-SW = 'S'
              PERFORM 0960-GRABAR-CONTEOS
                 THRU 0960-GRABAR-CONTEOS-EXIT
           END-IF.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
              ACCEPT WS-PERFIL-SOLICITADO
           END-IF

           PERFORM 0170-VALIDAR-EVALUADOR
              THRU 0170-VALIDAR-EVALUADOR-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-EJECUCION = 'B' AND WS-LOTE-ORIGEN = SPACES
              PERFORM 0130-LEER-ORIGEN-LOTE
                 THRU 0130-LEER-ORIGEN-LOTE-EXIT
       0165-MEDIR-ORIGEN-EXIT.
           EXIT.

      * El evaluador de la corrida (consola o tarjeta) tiene que
      * figurar en el padron EVALUADORES, estar activo a la fecha
      * de la corrida y estar habilitado para el perfil pedido; si
      * no, la corrida se corta con error fatal antes de abrir el
      * lote, para que nadie puntue con un ID inventado, de alguien
      * que ya no esta o mal tipeado.
       0170-VALIDAR-EVALUADOR.

           IF WS-EVALUADOR-ID = SPACES
              DISPLAY "ERROR: se requiere el ID del evaluador"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0170-VALIDAR-EVALUADOR-EXIT
           END-IF

           OPEN INPUT EVALUADORES
           IF WS-FS-EVALUADORES NOT = '00'
              DISPLAY "ERROR: no se pudo abrir EVALUADORES, status "
                 WS-FS-EVALUADORES
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0170-VALIDAR-EVALUADOR-EXIT
           END-IF

           MOVE WS-EVALUADOR-ID TO EVAL-EVALUADOR-ID
           READ EVALUADORES
              INVALID KEY
                 DISPLAY "ERROR: el evaluador " WS-EVALUADOR-ID
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
              DISPLAY "ERROR: el evaluador " WS-EVALUADOR-ID
                 " no esta activo en EVALUADORES"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0170-VALIDAR-EVALUADOR-EXIT
           END-IF

           MOVE EVAL-PERFILES-AUTORIZADOS TO WS-AUT-PERFILES
           MOVE WS-PERFIL-SOLICITADO      TO WS-AUT-PERFIL-BUSCADO
           PERFORM 0180-VERIFICAR-AUTORIZACION
              THRU 0180-VERIFICAR-AUTORIZACION-EXIT

           IF WS-AUT-HABILITADO-SW NOT = 'S'
              DISPLAY "ERROR: el evaluador " WS-EVALUADOR-ID
                 " no esta habilitado para el perfil "
                 WS-AUT-PERFIL-BUSCADO
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       0170-VALIDAR-EVALUADOR-EXIT.
           EXIT.

      * Busca WS-AUT-PERFIL-BUSCADO en los perfiles habilitados del
      * evaluador; la habilitacion 'TODOS' cubre cualquier perfil.
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

      * Apertura de todos los archivos usados por la corrida
       0200-ABRIR-ARCHIVOS.

           PERFORM 0250-ABRIR-AUDITORIA-IDX
              THRU 0250-ABRIR-AUDITORIA-IDX-EXIT

      *    La referencia cruzada de identidades es opcional: hasta
      *    que la mesa resuelva el primer caso con PRGIDENT no
      *    existe, y la corrida sigue sin alias como siempre.
           OPEN INPUT ALIAS-IDENTIDAD
           IF WS-FS-ALIAS = '00'
              MOVE 'S' TO WS-ALIAS-DISPONIBLE-SW
           END-IF

           IF WS-MODO-EJECUCION = 'B'
              PERFORM 0220-ABRIR-CHECKPOINT
                 THRU 0220-ABRIR-CHECKPOINT-EXIT
      * informa por pantalla y en el reporte; con una sola que haya,
      * el lote se rechaza completo y la corrida termina con error.
      * Al final el archivo queda cerrado y reabierto, listo para la
      * pasada de puntaje. Aceptado o rechazado, el lote queda
      * asentado en el libro LOTES.
       0500-VALIDAR-LOTE.

           MOVE ZERO TO WS-VAL-CONTADOR-DETALLE
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF

           PERFORM 0580-REGISTRAR-LOTE
              THRU 0580-REGISTRAR-LOTE-EXIT

           CLOSE CANDIDATOS
           OPEN INPUT CANDIDATOS
           IF WS-FS-CANDIDATOS NOT = '00'
              GO TO 0565-COMPARAR-NOMBRE-HIST-EXIT
           END-IF

      *    Un par que la mesa ya resolvio (misma persona o personas
      *    distintas) no se vuelve a mandar a revision.
           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              MOVE CAND-CANDIDATO-ID TO ALI-CANDIDATO-ID
              MOVE WS-HN-CANDIDATO-ID (WS-HN-IDX) TO ALI-ALIAS-ID
              MOVE 'N' TO WS-PAR-RESUELTO-SW
              READ ALIAS-IDENTIDAD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-PAR-RESUELTO-SW
              END-READ
              IF WS-PAR-RESUELTO-SW = 'S'
                 GO TO 0565-COMPARAR-NOMBRE-HIST-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-CONTADOR-REVISION

           PERFORM 0570-GRABAR-REVISION
       0570-GRABAR-REVISION-EXIT.
           EXIT.

      * Asienta el resultado de la conciliacion en el libro LOTES,
      * que se abre y se cierra en el momento para no dejarlo
      * abierto toda la corrida. Un lote sin cabecera queda con el
      * origen de la tarjeta (o en blanco) y fecha de cabecera cero.
      * Si el libro no se puede grabar se avisa y la corrida sigue.
       0580-REGISTRAR-LOTE.

           OPEN EXTEND LOTES
           IF WS-FS-LOTES NOT = '00'
              OPEN OUTPUT LOTES
           END-IF
           IF WS-FS-LOTES NOT = '00'
              DISPLAY "AVISO: no se pudo grabar LOTES, status "
                 WS-FS-LOTES
              GO TO 0580-REGISTRAR-LOTE-EXIT
           END-IF

           INITIALIZE LOTE-REGISTRO
           MOVE WS-FECHA-ACTUAL         TO LOTE-FECHA-CORRIDA
           MOVE WS-HORA-ACTUAL(1:6)     TO LOTE-HORA-CORRIDA
           IF WS-LOTE-ORIGEN NOT = SPACES
              MOVE WS-LOTE-ORIGEN       TO LOTE-ORIGEN
           ELSE
              MOVE WS-VAL-ORIGEN        TO LOTE-ORIGEN
           END-IF
           IF WS-VAL-CABECERA-SW = 'S'
              MOVE WS-VAL-FECHA-LOTE    TO LOTE-FECHA-CABECERA
           END-IF
           MOVE WS-VAL-CONTADOR-DETALLE TO LOTE-CANT-LEIDOS
           IF WS-VAL-ERROR-SW = 'S'
              MOVE 'R' TO LOTE-RESULTADO
           ELSE
              MOVE 'A' TO LOTE-RESULTADO
           END-IF
           IF WS-MODO-REINICIO = 'S' OR WS-MODO-REINICIO = 's'
              MOVE 'S' TO LOTE-REINICIO
           END-IF
           MOVE WS-EVALUADOR-ID         TO LOTE-EVALUADOR-ID
           WRITE LOTE-REGISTRO
           CLOSE LOTES.

       0580-REGISTRAR-LOTE-EXIT.
           EXIT.

      * Toda discrepancia de conciliacion sale por pantalla y queda
      * en el reporte de la corrida.
       0590-INFORMAR-DISCREPANCIA.
      * ultima evaluacion real queda en WS-ULTIMO-HISTORIAL y un
      * REPROBADO que vuelve dentro del periodo de carencia del
      * perfil queda marcado para apartarse sin volver a puntuar.
      * Las evaluaciones de los IDs que la mesa confirmo como la
      * misma persona (ALIASID) entran en la misma trayectoria, y
      * la ultima de todas es la que manda para la carencia.
       1050-VERIFICAR-HISTORIAL.

           MOVE 'N'  TO WS-HISTORIAL-ENCONTRADO-SW
           MOVE 'N'  TO WS-CANDIDATO-CARENCIA-SW
           MOVE ZERO TO WS-HIST-EVALUACIONES
           MOVE ZERO TO WS-ULT-FECHA-EVALUACION

           MOVE WS-CANDIDATO-ID TO WS-TRAY-CANDIDATO-ID
           PERFORM 1052-RECORRER-TRAYECTORIA
              THRU 1052-RECORRER-TRAYECTORIA-EXIT

           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              MOVE WS-CANDIDATO-ID TO ALI-CANDIDATO-ID
              MOVE LOW-VALUES      TO ALI-ALIAS-ID
              MOVE 'N' TO WS-FIN-ALIAS-SW
              START ALIAS-IDENTIDAD KEY IS NOT LESS THAN ALI-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-ALIAS-SW
              END-START
              PERFORM 1057-LEER-ALIAS
                 THRU 1057-LEER-ALIAS-EXIT
                 UNTIL WS-FIN-ALIAS-SW = 'S'
           END-IF

           IF WS-HIST-EVALUACIONES > ZERO
              MOVE 'S' TO WS-HISTORIAL-ENCONTRADO-SW
              PERFORM 1060-CONTROLAR-CARENCIA
                 THRU 1060-CONTROLAR-CARENCIA-EXIT
           END-IF.

       1050-VERIFICAR-HISTORIAL-EXIT.
           EXIT.

      * Posiciona el historial en la primera evaluacion de
      * WS-TRAY-CANDIDATO-ID y recorre todas las suyas.
       1052-RECORRER-TRAYECTORIA.

           MOVE 'N' TO WS-FIN-TRAYECTORIA-SW
           MOVE WS-TRAY-CANDIDATO-ID TO HIST-CANDIDATO-ID
           MOVE ZERO                 TO HIST-FECHA-EVALUACION
           START HISTORIAL KEY IS NOT LESS THAN HIST-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-TRAYECTORIA-SW

           PERFORM 1055-LEER-TRAYECTORIA
              THRU 1055-LEER-TRAYECTORIA-EXIT
              UNTIL WS-FIN-TRAYECTORIA-SW = 'S'.

       1052-RECORRER-TRAYECTORIA-EXIT.
           EXIT.

      * Lee la siguiente evaluacion del ID en curso; al pasar a otro
      * candidato o agotar el archivo corta. Cada evaluacion se
      * muestra para que el evaluador vea la trayectoria entera (las
      * de un alias, con el ID bajo el que se evaluo) y la de fecha
      * mas reciente queda guardada en WS-ULTIMO-HISTORIAL.
       1055-LEER-TRAYECTORIA.

           READ HISTORIAL NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-TRAYECTORIA-SW
              NOT AT END
                 IF HIST-CANDIDATO-ID NOT = WS-TRAY-CANDIDATO-ID
                    MOVE 'S' TO WS-FIN-TRAYECTORIA-SW
                 ELSE
                    IF WS-HIST-EVALUACIONES = ZERO
                          "anteriores:"
                    END-IF
                    ADD 1 TO WS-HIST-EVALUACIONES
                    IF WS-TRAY-CANDIDATO-ID = WS-CANDIDATO-ID
                       DISPLAY "  (" HIST-FECHA-EVALUACION "): "
                          HIST-ESTADO " con " HIST-PUNTOS " puntos"
                    ELSE
                       DISPLAY "  (" HIST-FECHA-EVALUACION "): "
                          HIST-ESTADO " con " HIST-PUNTOS " puntos"
                          " bajo ID " WS-TRAY-CANDIDATO-ID
                    END-IF
                    IF HIST-FECHA-EVALUACION NOT LESS
                          WS-ULT-FECHA-EVALUACION
                       MOVE HIST-FECHA-EVALUACION
                          TO WS-ULT-FECHA-EVALUACION
                       MOVE HIST-PUNTOS TO WS-ULT-PUNTOS
                       MOVE HIST-ESTADO TO WS-ULT-ESTADO
                    END-IF
                 END-IF
           END-READ.

       1055-LEER-TRAYECTORIA-EXIT.
           EXIT.

      * Lee el siguiente par de la referencia cruzada del candidato
      * en curso; por cada alias confirmado como misma persona se
      * recorre tambien su trayectoria. Los pares de personas
      * distintas se saltean.
       1057-LEER-ALIAS.

           READ ALIAS-IDENTIDAD NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ALIAS-SW
                 GO TO 1057-LEER-ALIAS-EXIT
           END-READ

           IF ALI-CANDIDATO-ID NOT = WS-CANDIDATO-ID
              MOVE 'S' TO WS-FIN-ALIAS-SW
              GO TO 1057-LEER-ALIAS-EXIT
           END-IF

           IF ALI-RESOLUCION = 'M'
              MOVE ALI-ALIAS-ID TO WS-TRAY-CANDIDATO-ID
              PERFORM 1052-RECORRER-TRAYECTORIA
                 THRU 1052-RECORRER-TRAYECTORIA-EXIT
           END-IF.

       1057-LEER-ALIAS-EXIT.
           EXIT.

      * El periodo de carencia solo aplica a postulantes cuya ultima
      * evaluacion real (WS-ULTIMO-HISTORIAL) fue REPROBADO; fuera
      * de la ventana (o con la carencia en cero) el candidato sigue

           IF WS-REVISION-ABIERTA-SW = 'S'
              CLOSE REVISION
           END-IF

           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              CLOSE ALIAS-IDENTIDAD
           END-IF.

       0900-FINALIZAR-EXIT.
       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.

      * Conteos del lote para la bitacora del ciclo diario; solo en
      * la corrida por tarjeta, que es la que lanza PRGCICLO.
       0960-GRABAR-CONTEOS.

           OPEN OUTPUT CONTEOS
           IF WS-FS-CONTEOS NOT = '00'
              DISPLAY "ERROR: no se pudo grabar CONTEOS, status "
                 WS-FS-CONTEOS
              GO TO 0960-GRABAR-CONTEOS-EXIT
           END-IF

           INITIALIZE CONT-REGISTRO
           MOVE 'PRGCVEM2'              TO CONT-PROGRAMA
           MOVE 'LEIDOS'                TO CONT-ROTULO (1)
           MOVE WS-CONTADOR-LEIDOS      TO CONT-CANTIDAD (1)
           MOVE 'PROCESADOS'            TO CONT-ROTULO (2)
           MOVE WS-CONTADOR-PROCESADOS  TO CONT-CANTIDAD (2)
           MOVE 'EXCEPCIONES'           TO CONT-ROTULO (3)
           MOVE WS-CONTADOR-EXCEPCIONES TO CONT-CANTIDAD (3)
           MOVE 'CARENCIA'              TO CONT-ROTULO (4)
           MOVE WS-CONTADOR-CARENCIA    TO CONT-CANTIDAD (4)
           WRITE CONT-REGISTRO
           CLOSE CONTEOS.

       0960-GRABAR-CONTEOS-EXIT.
           EXIT.


       END PROGRAM PRGCVEM2.
