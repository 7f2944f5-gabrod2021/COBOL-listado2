      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Supresion de datos personales a pedido del candidato:
      *          toma la lista de IDs del archivo ANONIMIZAR (mas los
      *          IDs confirmados como la misma persona en ALIASID) y
      *          reemplaza el nombre por la marca fija ANONIMIZADO en
      *          HISTORIAL, HISTARCHIVO, AUDITORIA, AUDITIDX,
      *          EXCEPCIONES, los REVISION, EXTRACTOATS, REPORTE y
      *          CARTAS fechados de cada lote donde figura, los
      *          PENDATS de cada origen y los RECHPORTAL de cada lote
      *          del libro LOTES. Conserva IDs, fechas,
      *          respuestas, puntajes y decisiones, asi las
      *          estadisticas, la calibracion y los reportes de
      *          talento siguen cerrando. No toca a la persona que
      *          tenga una correccion abierta en EXCEPCIONES o un
      *          registro pendiente de acuse del ATS en PENDATS: se
      *          informa el motivo y se vuelve a pedir cuando se
      *          resuelva. Deja en ANONCERT (acumulativo) el
      *          certificado de lo enmascarado en cada archivo.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-09  GCR  Version inicial.
      *   2026-10-15  GCR  La copia de trabajo ANONTRAB toma el largo
      *                     del mayor registro que se copia (REVISION),
      *                     que antes se cortaba. Se enmascaran tambien
      *                     las cartas de notificacion CARTAS de cada
      *                     lote.
      *   2026-10-15  GCR  Se recorre el REVISION de cada lote desde
      *                     la primera evaluacion de la persona (casos
      *                     que la mesa todavia no resolvio) y se
      *                     enmascaran los rechazos del portal
      *                     RECHPORTAL de cada lote del libro LOTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGANONI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "ANONIMIZAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT ALIAS-IDENTIDAD ASSIGN TO "ALIASID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CLAVE
               FILE STATUS IS WS-FS-ALIAS.

           SELECT HISTORIAL ASSIGN TO "HISTORIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT AUDITORIA-IDX ASSIGN TO "AUDITIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDX-CLAVE
               FILE STATUS IS WS-FS-AUDITIDX.

      *    Los archivos secuenciales que se enmascaran se procesan de
      *    a uno y comparten el file status.
           SELECT ARCHIVO-HISTORICO ASSIGN TO "HISTARCHIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT EXCEPCIONES ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT REVISION ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT PENDIENTES ASSIGN TO "PENDATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT EXTRACTO-ATS ASSIGN TO "EXTRACTOATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT REPORTE ASSIGN TO "REPORTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT CARTAS ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT RECHAZOS-PORTAL ASSIGN TO "RECHPORTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTES.

           SELECT TRABAJO ASSIGN TO "ANONTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.

           SELECT CERTIFICADO ASSIGN TO "ANONCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTIFICADO.

       DATA DIVISION.
       FILE SECTION.
      * Pedidos de supresion: un candidato por renglon
       FD PEDIDOS.
       01 ANO-REGISTRO.
           COPY ANONREC.

      * Referencia cruzada de identidades (opcional)
       FD ALIAS-IDENTIDAD.
       01 ALI-REGISTRO.
           COPY ALIASREC.

      * Historial de evaluaciones, por candidato + fecha
       FD HISTORIAL.
       01 HIST-REGISTRO.
           COPY HISTREC.

      * Indice de auditoria, por candidato + fecha-hora
       FD AUDITORIA-IDX.
       01 AUDX-REGISTRO.
           COPY AUDXREC.

      * Archivo historico de PRGPURGA, con el layout HISTREC:
      * candidato en 1-10 y nombre en 19-117.
       FD ARCHIVO-HISTORICO.
       01 ARCH-REGISTRO                   PIC X(132).

      * Bitacora de auditoria
       FD AUDITORIA.
       01 AUD-REGISTRO.
           COPY AUDTREC.

      * Respuestas invalidas pendientes de correccion
       FD EXCEPCIONES.
       01 EXC-REGISTRO.
           COPY EXCPREC.

      * Casos de revision de identidad de cada lote
       FD REVISION.
       01 REV-REGISTRO.
           COPY REVIREC.

      * Pendientes de acuse del ATS de cada origen
       FD PENDIENTES.
       01 PEN-REGISTRO.
           COPY PENDREC.

      * Extracto ATS fechado de cada lote
       FD EXTRACTO-ATS.
       01 ATS-REGISTRO.
           COPY ATSREC.

      * Reporte fechado de cada lote (planilla de PRGCVEM2)
       FD REPORTE.
       01 REP-LINEA                       PIC X(94).

      * Cartas de notificacion de cada lote (PRGCARTA)
       FD CARTAS.
       01 CART-LINEA                      PIC X(80).

      * Rechazos de la conversion del portal de cada lote (PRGPORTL)
       FD RECHAZOS-PORTAL.
       01 RCH-REGISTRO.
           COPY RECHREC.

      * Libro de lotes de PRGCVEM2: fecha de cabecera de cada lote,
      * que es la que lleva el nombre de su RECHPORTAL
       FD LOTES.
       01 LOTE-REGISTRO.
           COPY LOTEREC.

      * Copia de trabajo del archivo que se esta enmascarando; tiene
      * que alcanzar para el mayor registro que se copia
      * (RECHPORTAL, 523 posiciones).
       FD TRABAJO.
       01 TRAB-LINEA                      PIC X(523).

      * Certificado de anonimizacion, acumulativo entre corridas
       FD CERTIFICADO.
       01 CERT-LINEA                      PIC X(94).

       WORKING-STORAGE SECTION.
       01 WS-NOMBRE-ANONIMO               PIC X(99)
                                          VALUE 'ANONIMIZADO'.

      * Personas a anonimizar: los IDs pedidos y sus alias 'M'.
      * WS-CAN-PEDIDO-ID agrupa a la persona: si se rechaza un ID se
      * rechazan todos los de la misma persona.
       01 WS-TABLA-CANDIDATOS.
          02 WS-CAN-MAXIMO                PIC 9(04) COMP VALUE 100.
          02 WS-CAN-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-RECH-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-ENTRADA OCCURS 100.
             03 WS-CAN-CANDIDATO-ID       PIC X(10).
             03 WS-CAN-PEDIDO-ID          PIC X(10).
             03 WS-CAN-FECHA-PEDIDO       PIC 9(08).
             03 WS-CAN-REFERENCIA         PIC X(20).
             03 WS-CAN-ESTADO             PIC X(01).
             03 WS-CAN-MOTIVO             PIC X(40).
             03 WS-CAN-CUENTA             PIC 9(06).
             03 WS-CAN-TOTAL              PIC 9(06).
             03 WS-CAN-PRIMERA-FECHA      PIC 9(08).

      * Personas que la mesa resolvio como distintas ('D'): el caso
      * de revision quedo en el REVISION del lote de la otra persona
      * del dia de la deteccion.
       01 WS-TABLA-DISTINTOS.
          02 WS-DIS-MAXIMO                PIC 9(04) COMP VALUE 100.
          02 WS-DIS-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-DIS-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-DIS-ENTRADA OCCURS 100.
             03 WS-DIS-CANDIDATO-ID       PIC X(10).
             03 WS-DIS-FECHA              PIC 9(08).
             03 WS-DIS-CAN-IDX            PIC 9(04) COMP.

      * Excepciones de las personas pedidas y si ya tienen su
      * asiento de correccion ('C') en la bitacora
       01 WS-TABLA-EXCEPCIONES.
          02 WS-EXP-MAXIMO                PIC 9(04) COMP VALUE 500.
          02 WS-EXP-CARGADAS              PIC 9(04) COMP VALUE ZERO.
          02 WS-EXP-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-EXP-ENTRADA OCCURS 500.
             03 WS-EXP-CAN-IDX            PIC 9(04) COMP.
             03 WS-EXP-FECHA              PIC 9(08).
             03 WS-EXP-CORREGIDA          PIC X(01).

      * Lotes (fecha + origen) donde figura cada persona, con el
      * nombre tal como salio en ese lote: 'P' lote propio (REVISION,
      * EXTRACTOATS y REPORTE), 'R' lote ajeno donde solo puede
      * haber un caso de revision.
       01 WS-TABLA-LOTES.
          02 WS-LOT-MAXIMO                PIC 9(04) COMP VALUE 2000.
          02 WS-LOT-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-LOT-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-LOT-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-LOT-ENTRADA OCCURS 2000.
             03 WS-LOT-FECHA              PIC 9(08).
             03 WS-LOT-ORIGEN             PIC X(20).
             03 WS-LOT-CAN-IDX            PIC 9(04) COMP.
             03 WS-LOT-TIPO               PIC X(01).
             03 WS-LOT-NOMBRE             PIC X(99).
             03 WS-LOT-PROCESADO          PIC X(01).

      * Origenes de los lotes propios, uno por archivo PENDATS
       01 WS-TABLA-ORIGENES.
          02 WS-ORI-MAXIMO                PIC 9(04) COMP VALUE 100.
          02 WS-ORI-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-ORI-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-ORI-ENTRADA OCCURS 100.
             03 WS-ORI-ORIGEN             PIC X(20).

      * Lotes del libro LOTES (fecha de cabecera + origen), uno por
      * archivo RECHPORTAL
       01 WS-TABLA-PORTAL.
          02 WS-POR-MAXIMO                PIC 9(04) COMP VALUE 2000.
          02 WS-POR-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-POR-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-POR-ENTRADA OCCURS 2000.
             03 WS-POR-FECHA              PIC 9(08).
             03 WS-POR-ORIGEN             PIC X(20).

      * Archivo que se esta enmascarando y su nombre fisico
       01 WS-ARCHIVO-ACTUAL.
          02 WS-ARCH-TIPO                 PIC X(02) VALUE SPACE.
          02 WS-ARCH-NOMBRE               PIC X(44) VALUE SPACE.
          02 WS-ARCH-ENMASCARADOS         PIC 9(06) VALUE ZERO.
          02 WS-PROC-FECHA                PIC 9(08) VALUE ZERO.
          02 WS-PROC-ORIGEN               PIC X(20) VALUE SPACE.

      * Carta en curso al copiar CARTAS: el candidato del encabezado
      * de la carta y su nombre tal como lo imprime PRGCARTA (hasta
      * 60 posiciones, cortado en el primer doble espacio).
       01 WS-CARTA-ACTUAL.
          02 WS-CARTA-CAN-IDX             PIC 9(04) COMP VALUE ZERO.
          02 WS-CARTA-ENCABEZADO-SW       PIC X(01) VALUE 'N'.
          02 WS-CARTA-NOMBRE              PIC X(60) VALUE SPACE.
          02 WS-CARTA-NOMBRE-LARGO        PIC 9(03) COMP VALUE ZERO.
          02 WS-CARTA-TRAMO               PIC X(80) VALUE SPACE.
          02 WS-CARTA-RESTO               PIC X(80) VALUE SPACE.
          02 WS-CARTA-NUEVA               PIC X(80) VALUE SPACE.
          02 WS-CARTA-POS                 PIC 9(03) COMP VALUE ZERO.
          02 WS-CARTA-ULTIMA-POS          PIC 9(03) COMP VALUE ZERO.
          02 WS-CARTA-PUNTERO             PIC 9(03) COMP VALUE ZERO.

      * Origen del lote saneado para los nombres de archivo, con el
      * mismo criterio que PRGCVEM2.
       01 WS-ORIGEN-LOTE.
          02 WS-LOTE-ORIGEN               PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-ARCHIVO            PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-LARGO              PIC 9(02) COMP VALUE ZERO.
          02 WS-ORIGEN-MEDIDO-SW          PIC X(01) VALUE 'N'.

       01 WS-TEMPORALES.
          02 WS-NUEVO-ID                  PIC X(10) VALUE SPACE.
          02 WS-NUEVO-PEDIDO-IDX          PIC 9(04) COMP VALUE ZERO.
          02 WS-BUSQ-CANDIDATO-ID         PIC X(10) VALUE SPACE.
          02 WS-RECH-PEDIDO-ID            PIC X(10) VALUE SPACE.
          02 WS-RECH-MOTIVO               PIC X(40) VALUE SPACE.
          02 WS-NUEVO-LOTE-FECHA          PIC 9(08) VALUE ZERO.
          02 WS-NUEVO-LOTE-TIPO           PIC X(01) VALUE SPACE.
          02 WS-NUEVO-LOTE-CAN-IDX        PIC 9(04) COMP VALUE ZERO.
          02 WS-PRIMERA-FECHA             PIC 9(08) VALUE ZERO.
          02 WS-PRIMERA-CAN-IDX           PIC 9(04) COMP VALUE ZERO.
          02 WS-CONFIRMA                  PIC X(01) VALUE SPACE.

       01 WS-SWITCHES.
          02 WS-FIN-PEDIDOS-SW            PIC X(01) VALUE 'N'.
          02 WS-FIN-ALIAS-SW              PIC X(01) VALUE 'N'.
          02 WS-FIN-ARCHIVO-SW            PIC X(01) VALUE 'N'.
          02 WS-FIN-TRABAJO-SW            PIC X(01) VALUE 'N'.
          02 WS-FIN-CLAVE-SW              PIC X(01) VALUE 'N'.
          02 WS-CAN-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-LOT-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-ORI-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-POR-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-PAR-PROPIO-SW             PIC X(01) VALUE 'N'.
          02 WS-PAR-ACEPTADO-SW           PIC X(01) VALUE 'N'.
          02 WS-ALIAS-DISPONIBLE-SW       PIC X(01) VALUE 'N'.
          02 WS-CERTIFICADO-ABIERTO-SW    PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-PEDIDOS          PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-ACEPTADOS        PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-RECHAZADOS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-ARCHIVOS         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-ENMASCARADOS     PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-PEDIDOS                PIC X(02) VALUE '00'.
          02 WS-FS-ALIAS                  PIC X(02) VALUE '00'.
          02 WS-FS-HISTORIAL              PIC X(02) VALUE '00'.
          02 WS-FS-AUDITIDX               PIC X(02) VALUE '00'.
          02 WS-FS-ARCHIVO                PIC X(02) VALUE '00'.
          02 WS-FS-LOTES                  PIC X(02) VALUE '00'.
          02 WS-FS-TRABAJO                PIC X(02) VALUE '00'.
          02 WS-FS-CERTIFICADO            PIC X(02) VALUE '00'.

       01 WS-FECHA-HORA.
          02 WS-FECHA-ACTUAL              PIC 9(08) VALUE ZERO.
          02 WS-HORA-ACTUAL               PIC 9(08) VALUE ZERO.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-CARGAR-PEDIDOS
                 THRU 1000-CARGAR-PEDIDOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1200-CARGAR-EXCEPCIONES
                 THRU 1200-CARGAR-EXCEPCIONES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1300-RECORRER-BITACORA
                 THRU 1300-RECORRER-BITACORA-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1400-CONTROLAR-CORRECCIONES
                 THRU 1400-CONTROLAR-CORRECCIONES-EXIT

              PERFORM 1500-CONTROLAR-PENDIENTES
                 THRU 1500-CONTROLAR-PENDIENTES-EXIT
                 VARYING WS-ORI-IDX FROM 1 BY 1
                 UNTIL WS-ORI-IDX > WS-ORI-CARGADOS
                    OR WS-ERROR-FATAL-SW = 'S'
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1800-AGREGAR-LOTES-REVISION
                 THRU 1800-AGREGAR-LOTES-REVISION-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1850-CARGAR-LOTES-PORTAL
                 THRU 1850-CARGAR-LOTES-PORTAL-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1600-INFORMAR-PEDIDOS
                 THRU 1600-INFORMAR-PEDIDOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-CONTADOR-ACEPTADOS > ZERO
              PERFORM 1700-CONFIRMAR
                 THRU 1700-CONFIRMAR-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-CONTADOR-ACEPTADOS > ZERO
              PERFORM 2000-ENMASCARAR-INDEXADOS
                 THRU 2000-ENMASCARAR-INDEXADOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-CONTADOR-ACEPTADOS > ZERO
              PERFORM 2500-ENMASCARAR-ACUMULATIVOS
                 THRU 2500-ENMASCARAR-ACUMULATIVOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-CONTADOR-ACEPTADOS > ZERO
              PERFORM 3500-ENMASCARAR-LOTE
                 THRU 3500-ENMASCARAR-LOTE-EXIT
                 VARYING WS-LOT-IDX FROM 1 BY 1
                 UNTIL WS-LOT-IDX > WS-LOT-CARGADOS
                    OR WS-ERROR-FATAL-SW = 'S'
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-CONTADOR-ACEPTADOS > ZERO
              PERFORM 3600-ENMASCARAR-PENDIENTES
                 THRU 3600-ENMASCARAR-PENDIENTES-EXIT
                 VARYING WS-ORI-IDX FROM 1 BY 1
                 UNTIL WS-ORI-IDX > WS-ORI-CARGADOS
                    OR WS-ERROR-FATAL-SW = 'S'
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-CONTADOR-ACEPTADOS > ZERO
              PERFORM 3700-ENMASCARAR-RECHAZOS
                 THRU 3700-ENMASCARAR-RECHAZOS-EXIT
                 VARYING WS-POR-IDX FROM 1 BY 1
                 UNTIL WS-POR-IDX > WS-POR-CARGADOS
                    OR WS-ERROR-FATAL-SW = 'S'
           END-IF

           IF WS-CERTIFICADO-ABIERTO-SW = 'S'
              PERFORM 4000-IMPRIMIR-RESUMEN
                 THRU 4000-IMPRIMIR-RESUMEN-EXIT
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Apertura de la lista de pedidos y del certificado
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir ANONIMIZAR, status "
                 WS-FS-PEDIDOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    El certificado acumula entre corridas; se crea en la
      *    primera anonimizacion.
           OPEN EXTEND CERTIFICADO
           IF WS-FS-CERTIFICADO NOT = '00'
              OPEN OUTPUT CERTIFICADO
           END-IF
           IF WS-FS-CERTIFICADO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir ANONCERT, status "
                 WS-FS-CERTIFICADO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WS-CERTIFICADO-ABIERTO-SW

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Certificado de anonimizacion del ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ACTUAL(1:6) DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       0100-INICIALIZAR-EXIT.
           EXIT.

       0160-SANEAR-ORIGEN.

           MOVE WS-LOTE-ORIGEN TO WS-ORIGEN-ARCHIVO
           MOVE 20  TO WS-ORIGEN-LARGO
           MOVE 'N' TO WS-ORIGEN-MEDIDO-SW
           PERFORM 0165-MEDIR-ORIGEN
              THRU 0165-MEDIR-ORIGEN-EXIT
              UNTIL WS-ORIGEN-LARGO = ZERO
                 OR WS-ORIGEN-MEDIDO-SW = 'S'

           IF WS-ORIGEN-LARGO > ZERO
              INSPECT WS-ORIGEN-ARCHIVO(1:WS-ORIGEN-LARGO)
                 REPLACING ALL SPACE BY '-'
           END-IF.

       0160-SANEAR-ORIGEN-EXIT.
           EXIT.

       0165-MEDIR-ORIGEN.

           IF WS-ORIGEN-ARCHIVO(WS-ORIGEN-LARGO:1) = SPACE
              SUBTRACT 1 FROM WS-ORIGEN-LARGO
           ELSE
              MOVE 'S' TO WS-ORIGEN-MEDIDO-SW
           END-IF.

       0165-MEDIR-ORIGEN-EXIT.
           EXIT.

      * Lista de pedidos y, por cada ID, sus alias de ALIASID: los
      * 'M' se anonimizan con la persona, los 'D' solo dicen en que
      * lote ajeno quedo un caso de revision con su nombre. Los
      * alias que se agregan tambien se recorren, porque la tabla
      * crece mientras se la recorre.
       1000-CARGAR-PEDIDOS.

           PERFORM 1010-LEER-PEDIDO
              THRU 1010-LEER-PEDIDO-EXIT
              UNTIL WS-FIN-PEDIDOS-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 1000-CARGAR-PEDIDOS-EXIT
           END-IF

           OPEN INPUT ALIAS-IDENTIDAD
           IF WS-FS-ALIAS = '00'
              MOVE 'S' TO WS-ALIAS-DISPONIBLE-SW
              PERFORM 1100-CARGAR-ALIAS
                 THRU 1100-CARGAR-ALIAS-EXIT
                 VARYING WS-CAN-IDX FROM 1 BY 1
                 UNTIL WS-CAN-IDX > WS-CAN-CARGADOS
                    OR WS-ERROR-FATAL-SW = 'S'
              CLOSE ALIAS-IDENTIDAD
           END-IF.

       1000-CARGAR-PEDIDOS-EXIT.
           EXIT.

       1010-LEER-PEDIDO.

           READ PEDIDOS
              AT END
                 MOVE 'S' TO WS-FIN-PEDIDOS-SW
                 GO TO 1010-LEER-PEDIDO-EXIT
           END-READ

           IF ANO-CANDIDATO-ID = SPACES
              GO TO 1010-LEER-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-CONTADOR-PEDIDOS
           MOVE ANO-CANDIDATO-ID TO WS-NUEVO-ID
           MOVE ZERO             TO WS-NUEVO-PEDIDO-IDX
           PERFORM 1050-AGREGAR-CANDIDATO
              THRU 1050-AGREGAR-CANDIDATO-EXIT.

       1010-LEER-PEDIDO-EXIT.
           EXIT.

      * Agrega WS-NUEVO-ID a la tabla si no estaba; con
      * WS-NUEVO-PEDIDO-IDX en cero es un pedido propio, si no es un
      * alias de la persona de ese renglon.
       1050-AGREGAR-CANDIDATO.

           MOVE WS-NUEVO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S'
              GO TO 1050-AGREGAR-CANDIDATO-EXIT
           END-IF

           IF WS-CAN-CARGADOS NOT LESS WS-CAN-MAXIMO
              DISPLAY "ERROR: ANONIMIZAR supera la tabla de "
                 "candidatos, dividir el pedido"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1050-AGREGAR-CANDIDATO-EXIT
           END-IF

           ADD 1 TO WS-CAN-CARGADOS
           MOVE WS-NUEVO-ID TO WS-CAN-CANDIDATO-ID (WS-CAN-CARGADOS)
           MOVE 'A'         TO WS-CAN-ESTADO (WS-CAN-CARGADOS)
           MOVE SPACES      TO WS-CAN-MOTIVO (WS-CAN-CARGADOS)
           MOVE ZERO        TO WS-CAN-CUENTA (WS-CAN-CARGADOS)
           MOVE ZERO        TO WS-CAN-TOTAL (WS-CAN-CARGADOS)
           MOVE 99999999    TO WS-CAN-PRIMERA-FECHA (WS-CAN-CARGADOS)
           IF WS-NUEVO-PEDIDO-IDX = ZERO
              MOVE WS-NUEVO-ID
                 TO WS-CAN-PEDIDO-ID (WS-CAN-CARGADOS)
              MOVE ANO-FECHA-PEDIDO
                 TO WS-CAN-FECHA-PEDIDO (WS-CAN-CARGADOS)
              MOVE ANO-REFERENCIA
                 TO WS-CAN-REFERENCIA (WS-CAN-CARGADOS)
           ELSE
              MOVE WS-CAN-PEDIDO-ID (WS-NUEVO-PEDIDO-IDX)
                 TO WS-CAN-PEDIDO-ID (WS-CAN-CARGADOS)
              MOVE WS-CAN-FECHA-PEDIDO (WS-NUEVO-PEDIDO-IDX)
                 TO WS-CAN-FECHA-PEDIDO (WS-CAN-CARGADOS)
              MOVE WS-CAN-REFERENCIA (WS-NUEVO-PEDIDO-IDX)
                 TO WS-CAN-REFERENCIA (WS-CAN-CARGADOS)
           END-IF.

       1050-AGREGAR-CANDIDATO-EXIT.
           EXIT.

       1100-CARGAR-ALIAS.

           MOVE 'N' TO WS-FIN-ALIAS-SW
           MOVE WS-CAN-CANDIDATO-ID (WS-CAN-IDX) TO ALI-CANDIDATO-ID
           MOVE LOW-VALUES                       TO ALI-ALIAS-ID
           START ALIAS-IDENTIDAD KEY IS NOT LESS THAN ALI-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-ALIAS-SW
           END-START

           PERFORM 1110-LEER-ALIAS
              THRU 1110-LEER-ALIAS-EXIT
              UNTIL WS-FIN-ALIAS-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       1100-CARGAR-ALIAS-EXIT.
           EXIT.

       1110-LEER-ALIAS.

           READ ALIAS-IDENTIDAD NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ALIAS-SW
                 GO TO 1110-LEER-ALIAS-EXIT
           END-READ

           IF ALI-CANDIDATO-ID NOT = WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
              MOVE 'S' TO WS-FIN-ALIAS-SW
              GO TO 1110-LEER-ALIAS-EXIT
           END-IF

           IF ALI-RESOLUCION = 'M'
              MOVE ALI-ALIAS-ID TO WS-NUEVO-ID
              MOVE WS-CAN-IDX   TO WS-NUEVO-PEDIDO-IDX
              PERFORM 1050-AGREGAR-CANDIDATO
                 THRU 1050-AGREGAR-CANDIDATO-EXIT
              GO TO 1110-LEER-ALIAS-EXIT
           END-IF

           IF ALI-RESOLUCION = 'D'
              IF WS-DIS-CARGADOS NOT LESS WS-DIS-MAXIMO
                 DISPLAY "ATENCION: se omite el caso de revision "
                    "con " ALI-ALIAS-ID ", tabla llena"
                 GO TO 1110-LEER-ALIAS-EXIT
              END-IF
              ADD 1 TO WS-DIS-CARGADOS
              MOVE ALI-ALIAS-ID
                 TO WS-DIS-CANDIDATO-ID (WS-DIS-CARGADOS)
              MOVE ALI-FECHA-DETECCION
                 TO WS-DIS-FECHA (WS-DIS-CARGADOS)
              MOVE WS-CAN-IDX
                 TO WS-DIS-CAN-IDX (WS-DIS-CARGADOS)
           END-IF.

       1110-LEER-ALIAS-EXIT.
           EXIT.

      * Excepciones de las personas pedidas; sin archivo no hay
      * correcciones abiertas.
       1200-CARGAR-EXCEPCIONES.

           OPEN INPUT EXCEPCIONES
           IF WS-FS-ARCHIVO = '35'
              GO TO 1200-CARGAR-EXCEPCIONES-EXIT
           END-IF
           IF WS-FS-ARCHIVO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir EXCEPCIONES, status "
                 WS-FS-ARCHIVO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1200-CARGAR-EXCEPCIONES-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           PERFORM 1210-LEER-EXCEPCION
              THRU 1210-LEER-EXCEPCION-EXIT
              UNTIL WS-FIN-ARCHIVO-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           CLOSE EXCEPCIONES.

       1200-CARGAR-EXCEPCIONES-EXIT.
           EXIT.

       1210-LEER-EXCEPCION.

           READ EXCEPCIONES
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 1210-LEER-EXCEPCION-EXIT
           END-READ

           MOVE EXC-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW NOT = 'S'
              GO TO 1210-LEER-EXCEPCION-EXIT
           END-IF

           IF WS-EXP-CARGADAS NOT LESS WS-EXP-MAXIMO
              DISPLAY "ERROR: las excepciones de los candidatos "
                 "pedidos superan la tabla"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1210-LEER-EXCEPCION-EXIT
           END-IF

           ADD 1 TO WS-EXP-CARGADAS
           MOVE WS-CAN-BUSQ-IDX TO WS-EXP-CAN-IDX (WS-EXP-CARGADAS)
           MOVE EXC-FECHA       TO WS-EXP-FECHA (WS-EXP-CARGADAS)
           MOVE 'N'             TO WS-EXP-CORREGIDA (WS-EXP-CARGADAS).

       1210-LEER-EXCEPCION-EXIT.
           EXIT.

      * Una pasada por la bitacora: lotes donde figura cada persona
      * (fecha del asiento + origen, que es como PRGCVEM2, PRGCORR
      * y PRGASIGN nombran sus archivos fechados), lotes ajenos con
      * un caso de revision, y los asientos 'C' que cierran las
      * excepciones.
       1300-RECORRER-BITACORA.

           OPEN INPUT AUDITORIA
           IF WS-FS-ARCHIVO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-ARCHIVO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1300-RECORRER-BITACORA-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           PERFORM 1310-LEER-BITACORA
              THRU 1310-LEER-BITACORA-EXIT
              UNTIL WS-FIN-ARCHIVO-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           CLOSE AUDITORIA.

       1300-RECORRER-BITACORA-EXIT.
           EXIT.

       1310-LEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 1310-LEER-BITACORA-EXIT
           END-READ

           PERFORM 1320-REVISAR-DISTINTO
              THRU 1320-REVISAR-DISTINTO-EXIT
              VARYING WS-DIS-IDX FROM 1 BY 1
              UNTIL WS-DIS-IDX > WS-DIS-CARGADOS

           MOVE AUD-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW NOT = 'S'
              GO TO 1310-LEER-BITACORA-EXIT
           END-IF

           MOVE AUD-FECHA-HORA(1:8) TO WS-NUEVO-LOTE-FECHA
           IF WS-NUEVO-LOTE-FECHA <
                 WS-CAN-PRIMERA-FECHA (WS-CAN-BUSQ-IDX)
              MOVE WS-NUEVO-LOTE-FECHA
                 TO WS-CAN-PRIMERA-FECHA (WS-CAN-BUSQ-IDX)
           END-IF
           MOVE 'P'                 TO WS-NUEVO-LOTE-TIPO
           MOVE WS-CAN-BUSQ-IDX     TO WS-NUEVO-LOTE-CAN-IDX
           PERFORM 1350-AGREGAR-LOTE
              THRU 1350-AGREGAR-LOTE-EXIT

           PERFORM 1360-AGREGAR-ORIGEN
              THRU 1360-AGREGAR-ORIGEN-EXIT

           IF AUD-MARCA-CORRECCION = 'C'
              PERFORM 1330-CERRAR-EXCEPCION
                 THRU 1330-CERRAR-EXCEPCION-EXIT
                 VARYING WS-EXP-IDX FROM 1 BY 1
                 UNTIL WS-EXP-IDX > WS-EXP-CARGADAS
           END-IF.

       1310-LEER-BITACORA-EXIT.
           EXIT.

      * Asiento de la otra persona de un par 'D' el dia que se
      * detecto la coincidencia: su lote tiene el caso de revision.
       1320-REVISAR-DISTINTO.

           IF WS-DIS-CANDIDATO-ID (WS-DIS-IDX) NOT = AUD-CANDIDATO-ID
                 OR WS-DIS-FECHA (WS-DIS-IDX) NOT =
                    AUD-FECHA-HORA(1:8)
              GO TO 1320-REVISAR-DISTINTO-EXIT
           END-IF

           MOVE AUD-FECHA-HORA(1:8)          TO WS-NUEVO-LOTE-FECHA
           MOVE 'R'                          TO WS-NUEVO-LOTE-TIPO
           MOVE WS-DIS-CAN-IDX (WS-DIS-IDX)  TO WS-NUEVO-LOTE-CAN-IDX
           PERFORM 1350-AGREGAR-LOTE
              THRU 1350-AGREGAR-LOTE-EXIT.

       1320-REVISAR-DISTINTO-EXIT.
           EXIT.

       1330-CERRAR-EXCEPCION.

           IF WS-EXP-CAN-IDX (WS-EXP-IDX) = WS-CAN-BUSQ-IDX AND
                 WS-EXP-FECHA (WS-EXP-IDX) = AUD-FECHA-CORREGIDA
              MOVE 'S' TO WS-EXP-CORREGIDA (WS-EXP-IDX)
           END-IF.

       1330-CERRAR-EXCEPCION-EXIT.
           EXIT.

      * Un renglon por lote + persona + tipo + nombre: el nombre se
      * guarda por lote porque es el que salio impreso en el REPORTE
      * de ese lote.
       1350-AGREGAR-LOTE.

           MOVE 'N'  TO WS-LOT-HALLADO-SW
           MOVE ZERO TO WS-LOT-BUSQ-IDX
           PERFORM 1355-BUSCAR-LOTE
              THRU 1355-BUSCAR-LOTE-EXIT
              UNTIL WS-LOT-BUSQ-IDX NOT LESS WS-LOT-CARGADOS
                 OR WS-LOT-HALLADO-SW = 'S'
           IF WS-LOT-HALLADO-SW = 'S'
              GO TO 1350-AGREGAR-LOTE-EXIT
           END-IF

           IF WS-LOT-CARGADOS NOT LESS WS-LOT-MAXIMO
              DISPLAY "ERROR: los lotes de los candidatos pedidos "
                 "superan la tabla, dividir el pedido"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1350-AGREGAR-LOTE-EXIT
           END-IF

           ADD 1 TO WS-LOT-CARGADOS
           MOVE WS-NUEVO-LOTE-FECHA   TO WS-LOT-FECHA (WS-LOT-CARGADOS)
           MOVE AUD-LOTE-ORIGEN       TO WS-LOT-ORIGEN (WS-LOT-CARGADOS)
           MOVE WS-NUEVO-LOTE-CAN-IDX
              TO WS-LOT-CAN-IDX (WS-LOT-CARGADOS)
           MOVE WS-NUEVO-LOTE-TIPO    TO WS-LOT-TIPO (WS-LOT-CARGADOS)
           MOVE AUD-NOM-CANDIDATO     TO WS-LOT-NOMBRE (WS-LOT-CARGADOS)
           MOVE 'N'             TO WS-LOT-PROCESADO (WS-LOT-CARGADOS).

       1350-AGREGAR-LOTE-EXIT.
           EXIT.

       1355-BUSCAR-LOTE.

           ADD 1 TO WS-LOT-BUSQ-IDX
           IF WS-LOT-FECHA (WS-LOT-BUSQ-IDX) = WS-NUEVO-LOTE-FECHA
                 AND WS-LOT-ORIGEN (WS-LOT-BUSQ-IDX) = AUD-LOTE-ORIGEN
                 AND WS-LOT-CAN-IDX (WS-LOT-BUSQ-IDX) =
                    WS-NUEVO-LOTE-CAN-IDX
                 AND WS-LOT-TIPO (WS-LOT-BUSQ-IDX) =
                    WS-NUEVO-LOTE-TIPO
                 AND WS-LOT-NOMBRE (WS-LOT-BUSQ-IDX) =
                    AUD-NOM-CANDIDATO
              MOVE 'S' TO WS-LOT-HALLADO-SW
           END-IF.

       1355-BUSCAR-LOTE-EXIT.
           EXIT.

      * Origenes distintos de los lotes propios (PENDATS es uno por
      * origen, sin fecha)
       1360-AGREGAR-ORIGEN.

           MOVE 'N'  TO WS-ORI-HALLADO-SW
           MOVE ZERO TO WS-ORI-IDX
           PERFORM 1365-BUSCAR-ORIGEN
              THRU 1365-BUSCAR-ORIGEN-EXIT
              UNTIL WS-ORI-IDX NOT LESS WS-ORI-CARGADOS
                 OR WS-ORI-HALLADO-SW = 'S'
           IF WS-ORI-HALLADO-SW = 'S'
              GO TO 1360-AGREGAR-ORIGEN-EXIT
           END-IF

           IF WS-ORI-CARGADOS NOT LESS WS-ORI-MAXIMO
              DISPLAY "ERROR: los origenes de los candidatos pedidos "
                 "superan la tabla, dividir el pedido"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1360-AGREGAR-ORIGEN-EXIT
           END-IF

           ADD 1 TO WS-ORI-CARGADOS
           MOVE AUD-LOTE-ORIGEN TO WS-ORI-ORIGEN (WS-ORI-CARGADOS).

       1360-AGREGAR-ORIGEN-EXIT.
           EXIT.

       1365-BUSCAR-ORIGEN.

           ADD 1 TO WS-ORI-IDX
           IF WS-ORI-ORIGEN (WS-ORI-IDX) = AUD-LOTE-ORIGEN
              MOVE 'S' TO WS-ORI-HALLADO-SW
           END-IF.

       1365-BUSCAR-ORIGEN-EXIT.
           EXIT.

      * Una excepcion sin su asiento 'C' es una correccion abierta:
      * la persona no se toca hasta que la mesa la cierre.
       1400-CONTROLAR-CORRECCIONES.

           PERFORM 1410-CONTROLAR-EXCEPCION
              THRU 1410-CONTROLAR-EXCEPCION-EXIT
              VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXP-CARGADAS.

       1400-CONTROLAR-CORRECCIONES-EXIT.
           EXIT.

       1410-CONTROLAR-EXCEPCION.

           IF WS-EXP-CORREGIDA (WS-EXP-IDX) = 'S'
              GO TO 1410-CONTROLAR-EXCEPCION-EXIT
           END-IF

           MOVE WS-CAN-PEDIDO-ID (WS-EXP-CAN-IDX (WS-EXP-IDX))
              TO WS-RECH-PEDIDO-ID
           MOVE SPACES TO WS-RECH-MOTIVO
           STRING 'correccion abierta del ' DELIMITED BY SIZE
                  WS-EXP-FECHA (WS-EXP-IDX) DELIMITED BY SIZE
                  INTO WS-RECH-MOTIVO
           PERFORM 1900-RECHAZAR-PERSONA
              THRU 1900-RECHAZAR-PERSONA-EXIT.

       1410-CONTROLAR-EXCEPCION-EXIT.
           EXIT.

      * Un registro en el PENDATS del origen es un envio al ATS
      * todavia sin acuse: la persona no se toca hasta que concilie.
       1500-CONTROLAR-PENDIENTES.

           PERFORM 3610-ARMAR-NOMBRE-PENDIENTES
              THRU 3610-ARMAR-NOMBRE-PENDIENTES-EXIT

           OPEN INPUT PENDIENTES
           IF WS-FS-ARCHIVO = '35'
              GO TO 1500-CONTROLAR-PENDIENTES-EXIT
           END-IF
           IF WS-FS-ARCHIVO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir " WS-ARCH-NOMBRE
                 ", status " WS-FS-ARCHIVO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1500-CONTROLAR-PENDIENTES-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           PERFORM 1510-LEER-PENDIENTE
              THRU 1510-LEER-PENDIENTE-EXIT
              UNTIL WS-FIN-ARCHIVO-SW = 'S'

           CLOSE PENDIENTES.

       1500-CONTROLAR-PENDIENTES-EXIT.
           EXIT.

       1510-LEER-PENDIENTE.

           READ PENDIENTES
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 1510-LEER-PENDIENTE-EXIT
           END-READ

           MOVE PEN-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW NOT = 'S'
              GO TO 1510-LEER-PENDIENTE-EXIT
           END-IF

           MOVE WS-CAN-PEDIDO-ID (WS-CAN-BUSQ-IDX) TO WS-RECH-PEDIDO-ID
           MOVE SPACES TO WS-RECH-MOTIVO
           STRING 'acuse ATS pendiente del ' DELIMITED BY SIZE
                  PEN-FECHA-EVALUACION DELIMITED BY SIZE
                  INTO WS-RECH-MOTIVO
           PERFORM 1900-RECHAZAR-PERSONA
              THRU 1900-RECHAZAR-PERSONA-EXIT.

       1510-LEER-PENDIENTE-EXIT.
           EXIT.

      * Resultado del control previo por cada ID, en el certificado
       1600-INFORMAR-PEDIDOS.

           PERFORM 1610-INFORMAR-CANDIDATO
              THRU 1610-INFORMAR-CANDIDATO-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       1600-INFORMAR-PEDIDOS-EXIT.
           EXIT.

       1610-INFORMAR-CANDIDATO.

           IF WS-CAN-ESTADO (WS-CAN-IDX) = 'A'
              ADD 1 TO WS-CONTADOR-ACEPTADOS
           ELSE
              ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Candidato ' DELIMITED BY SIZE
                  WS-CAN-CANDIDATO-ID (WS-CAN-IDX) DELIMITED BY SIZE
                  ' pedido ' DELIMITED BY SIZE
                  WS-CAN-PEDIDO-ID (WS-CAN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CAN-FECHA-PEDIDO (WS-CAN-IDX) DELIMITED BY SIZE
                  ' ref ' DELIMITED BY SIZE
                  WS-CAN-REFERENCIA (WS-CAN-IDX) DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           IF WS-CAN-ESTADO (WS-CAN-IDX) = 'A'
              MOVE 'ACEPTADO' TO WS-CONTROL-LINEA(70:8)
           ELSE
              MOVE 'RECHAZADO' TO WS-CONTROL-LINEA(70:9)
           END-IF
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           IF WS-CAN-ESTADO (WS-CAN-IDX) NOT = 'A'
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING '    no se anonimiza: ' DELIMITED BY SIZE
                     WS-CAN-MOTIVO (WS-CAN-IDX) DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF.

       1610-INFORMAR-CANDIDATO-EXIT.
           EXIT.

      * La anonimizacion no se puede deshacer: sin confirmacion
      * expresa del operador no se toca ningun archivo.
       1700-CONFIRMAR.

           MOVE WS-CONTADOR-ACEPTADOS TO WS-NUM-ED
           DISPLAY "Confirma anonimizar " WS-NUM-ED
              " IDs aceptados?(S/N) "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'Anonimizacion cancelada por el operador, no '
                        DELIMITED BY SIZE
                     'se toco ningun archivo' DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              MOVE ZERO TO WS-CONTADOR-ACEPTADOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       1700-CONFIRMAR-EXIT.
           EXIT.

      * Un caso de revision que la mesa todavia no resolvio no esta
      * en ALIASID: la persona puede figurar como postulante del
      * historial en el REVISION de cualquier lote posterior a su
      * primera evaluacion. Cada lote de la bitacora desde la primera
      * evaluacion de las personas aceptadas que no este ya en la
      * tabla se agrega como lote ajeno ('R').
       1800-AGREGAR-LOTES-REVISION.

           MOVE 99999999 TO WS-PRIMERA-FECHA
           MOVE ZERO     TO WS-PRIMERA-CAN-IDX
           PERFORM 1805-BUSCAR-PRIMERA-FECHA
              THRU 1805-BUSCAR-PRIMERA-FECHA-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS

           IF WS-PRIMERA-CAN-IDX = ZERO
              GO TO 1800-AGREGAR-LOTES-REVISION-EXIT
           END-IF

           OPEN INPUT AUDITORIA
           IF WS-FS-ARCHIVO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-ARCHIVO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1800-AGREGAR-LOTES-REVISION-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           PERFORM 1810-LEER-BITACORA-REVISION
              THRU 1810-LEER-BITACORA-REVISION-EXIT
              UNTIL WS-FIN-ARCHIVO-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           CLOSE AUDITORIA.

       1800-AGREGAR-LOTES-REVISION-EXIT.
           EXIT.

       1805-BUSCAR-PRIMERA-FECHA.

           IF WS-CAN-ESTADO (WS-CAN-IDX) = 'A' AND
                 WS-CAN-PRIMERA-FECHA (WS-CAN-IDX) < WS-PRIMERA-FECHA
              MOVE WS-CAN-PRIMERA-FECHA (WS-CAN-IDX)
                 TO WS-PRIMERA-FECHA
              MOVE WS-CAN-IDX TO WS-PRIMERA-CAN-IDX
           END-IF.

       1805-BUSCAR-PRIMERA-FECHA-EXIT.
           EXIT.

       1810-LEER-BITACORA-REVISION.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 1810-LEER-BITACORA-REVISION-EXIT
           END-READ

           MOVE AUD-FECHA-HORA(1:8) TO WS-NUEVO-LOTE-FECHA
           IF WS-NUEVO-LOTE-FECHA < WS-PRIMERA-FECHA
              GO TO 1810-LEER-BITACORA-REVISION-EXIT
           END-IF

           MOVE 'N'  TO WS-LOT-HALLADO-SW
           MOVE ZERO TO WS-LOT-BUSQ-IDX
           PERFORM 1820-BUSCAR-FECHA-LOTE
              THRU 1820-BUSCAR-FECHA-LOTE-EXIT
              UNTIL WS-LOT-BUSQ-IDX NOT LESS WS-LOT-CARGADOS
                 OR WS-LOT-HALLADO-SW = 'S'
           IF WS-LOT-HALLADO-SW = 'S'
              GO TO 1810-LEER-BITACORA-REVISION-EXIT
           END-IF

           MOVE 'R'                TO WS-NUEVO-LOTE-TIPO
           MOVE WS-PRIMERA-CAN-IDX TO WS-NUEVO-LOTE-CAN-IDX
           PERFORM 1350-AGREGAR-LOTE
              THRU 1350-AGREGAR-LOTE-EXIT.

       1810-LEER-BITACORA-REVISION-EXIT.
           EXIT.

      * El lote ya esta en la tabla, de cualquier persona y tipo: su
      * REVISION ya se recorre.
       1820-BUSCAR-FECHA-LOTE.

           ADD 1 TO WS-LOT-BUSQ-IDX
           IF WS-LOT-FECHA (WS-LOT-BUSQ-IDX) = WS-NUEVO-LOTE-FECHA
                 AND WS-LOT-ORIGEN (WS-LOT-BUSQ-IDX) = AUD-LOTE-ORIGEN
              MOVE 'S' TO WS-LOT-HALLADO-SW
           END-IF.

       1820-BUSCAR-FECHA-LOTE-EXIT.
           EXIT.

      * Una fila rechazada por PRGPORTL no llega a la bitacora: los
      * RECHPORTAL se recorren todos, uno por lote del libro LOTES
      * (fecha de cabecera + origen, como los nombra PRGPORTL). Sin
      * libro no hay lotes que recorrer.
       1850-CARGAR-LOTES-PORTAL.

           OPEN INPUT LOTES
           IF WS-FS-LOTES = '35'
              GO TO 1850-CARGAR-LOTES-PORTAL-EXIT
           END-IF
           IF WS-FS-LOTES NOT = '00'
              DISPLAY "ERROR: no se pudo abrir LOTES, status "
                 WS-FS-LOTES
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1850-CARGAR-LOTES-PORTAL-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           PERFORM 1860-LEER-LOTE
              THRU 1860-LEER-LOTE-EXIT
              UNTIL WS-FIN-ARCHIVO-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           CLOSE LOTES.

       1850-CARGAR-LOTES-PORTAL-EXIT.
           EXIT.

       1860-LEER-LOTE.

           READ LOTES
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 1860-LEER-LOTE-EXIT
           END-READ

      *    Un reinicio vuelve a asentar el mismo lote
           MOVE 'N'  TO WS-POR-HALLADO-SW
           MOVE ZERO TO WS-POR-IDX
           PERFORM 1865-BUSCAR-LOTE-PORTAL
              THRU 1865-BUSCAR-LOTE-PORTAL-EXIT
              UNTIL WS-POR-IDX NOT LESS WS-POR-CARGADOS
                 OR WS-POR-HALLADO-SW = 'S'
           IF WS-POR-HALLADO-SW = 'S'
              GO TO 1860-LEER-LOTE-EXIT
           END-IF

           IF WS-POR-CARGADOS NOT LESS WS-POR-MAXIMO
              DISPLAY "ERROR: el libro LOTES supera la tabla de "
                 "lotes del portal"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1860-LEER-LOTE-EXIT
           END-IF

           ADD 1 TO WS-POR-CARGADOS
           MOVE LOTE-FECHA-CABECERA TO WS-POR-FECHA (WS-POR-CARGADOS)
           MOVE LOTE-ORIGEN         TO WS-POR-ORIGEN (WS-POR-CARGADOS).

       1860-LEER-LOTE-EXIT.
           EXIT.

       1865-BUSCAR-LOTE-PORTAL.

           ADD 1 TO WS-POR-IDX
           IF WS-POR-FECHA (WS-POR-IDX) = LOTE-FECHA-CABECERA AND
                 WS-POR-ORIGEN (WS-POR-IDX) = LOTE-ORIGEN
              MOVE 'S' TO WS-POR-HALLADO-SW
           END-IF.

       1865-BUSCAR-LOTE-PORTAL-EXIT.
           EXIT.

      * Rechaza todos los IDs de la persona WS-RECH-PEDIDO-ID; se
      * conserva el primer motivo encontrado.
       1900-RECHAZAR-PERSONA.

           PERFORM 1910-RECHAZAR-ID
              THRU 1910-RECHAZAR-ID-EXIT
              VARYING WS-CAN-RECH-IDX FROM 1 BY 1
              UNTIL WS-CAN-RECH-IDX > WS-CAN-CARGADOS.

       1900-RECHAZAR-PERSONA-EXIT.
           EXIT.

       1910-RECHAZAR-ID.

           IF WS-CAN-PEDIDO-ID (WS-CAN-RECH-IDX) = WS-RECH-PEDIDO-ID
                 AND WS-CAN-ESTADO (WS-CAN-RECH-IDX) = 'A'
              MOVE 'R'            TO WS-CAN-ESTADO (WS-CAN-RECH-IDX)
              MOVE WS-RECH-MOTIVO TO WS-CAN-MOTIVO (WS-CAN-RECH-IDX)
           END-IF.

       1910-RECHAZAR-ID-EXIT.
           EXIT.

      * HISTORIAL y AUDITIDX se posicionan por candidato y se
      * regraban en el lugar.
       2000-ENMASCARAR-INDEXADOS.

           OPEN I-O HISTORIAL
           IF WS-FS-HISTORIAL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir HISTORIAL, status "
                 WS-FS-HISTORIAL
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2000-ENMASCARAR-INDEXADOS-EXIT
           END-IF

           MOVE 'HISTORIAL' TO WS-ARCH-NOMBRE
           PERFORM 3005-INICIAR-CUENTAS
              THRU 3005-INICIAR-CUENTAS-EXIT
           PERFORM 2100-ENMASCARAR-HISTORIAL
              THRU 2100-ENMASCARAR-HISTORIAL-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS
                 OR WS-ERROR-FATAL-SW = 'S'
           CLOSE HISTORIAL
           PERFORM 3060-CERTIFICAR-ARCHIVO
              THRU 3060-CERTIFICAR-ARCHIVO-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 2000-ENMASCARAR-INDEXADOS-EXIT
           END-IF

           MOVE 'AUDITIDX' TO WS-ARCH-NOMBRE
           OPEN I-O AUDITORIA-IDX
           IF WS-FS-AUDITIDX = '35'
              PERFORM 3070-CERTIFICAR-INEXISTENTE
                 THRU 3070-CERTIFICAR-INEXISTENTE-EXIT
              GO TO 2000-ENMASCARAR-INDEXADOS-EXIT
           END-IF
           IF WS-FS-AUDITIDX NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITIDX, status "
                 WS-FS-AUDITIDX
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 2000-ENMASCARAR-INDEXADOS-EXIT
           END-IF

           PERFORM 3005-INICIAR-CUENTAS
              THRU 3005-INICIAR-CUENTAS-EXIT
           PERFORM 2200-ENMASCARAR-AUDITIDX
              THRU 2200-ENMASCARAR-AUDITIDX-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS
                 OR WS-ERROR-FATAL-SW = 'S'
           CLOSE AUDITORIA-IDX
           PERFORM 3060-CERTIFICAR-ARCHIVO
              THRU 3060-CERTIFICAR-ARCHIVO-EXIT.

       2000-ENMASCARAR-INDEXADOS-EXIT.
           EXIT.

       2100-ENMASCARAR-HISTORIAL.

           IF WS-CAN-ESTADO (WS-CAN-IDX) NOT = 'A'
              GO TO 2100-ENMASCARAR-HISTORIAL-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-CLAVE-SW
           MOVE WS-CAN-CANDIDATO-ID (WS-CAN-IDX) TO HIST-CANDIDATO-ID
           MOVE ZERO TO HIST-FECHA-EVALUACION
           START HISTORIAL KEY IS NOT LESS THAN HIST-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CLAVE-SW
           END-START

           PERFORM 2110-LEER-HISTORIAL
              THRU 2110-LEER-HISTORIAL-EXIT
              UNTIL WS-FIN-CLAVE-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       2100-ENMASCARAR-HISTORIAL-EXIT.
           EXIT.

       2110-LEER-HISTORIAL.

           READ HISTORIAL NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-CLAVE-SW
                 GO TO 2110-LEER-HISTORIAL-EXIT
           END-READ

           IF HIST-CANDIDATO-ID NOT = WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
              MOVE 'S' TO WS-FIN-CLAVE-SW
              GO TO 2110-LEER-HISTORIAL-EXIT
           END-IF

           IF HIST-NOM-CANDIDATO = WS-NOMBRE-ANONIMO
              GO TO 2110-LEER-HISTORIAL-EXIT
           END-IF

           MOVE WS-NOMBRE-ANONIMO TO HIST-NOM-CANDIDATO
           REWRITE HIST-REGISTRO
              INVALID KEY
                 DISPLAY "ERROR: no se pudo regrabar HISTORIAL de "
                    HIST-CANDIDATO-ID ", status " WS-FS-HISTORIAL
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 2110-LEER-HISTORIAL-EXIT
           END-REWRITE

           MOVE WS-CAN-IDX TO WS-CAN-BUSQ-IDX
           PERFORM 3910-CONTAR-ENMASCARADO
              THRU 3910-CONTAR-ENMASCARADO-EXIT.

       2110-LEER-HISTORIAL-EXIT.
           EXIT.

       2200-ENMASCARAR-AUDITIDX.

           IF WS-CAN-ESTADO (WS-CAN-IDX) NOT = 'A'
              GO TO 2200-ENMASCARAR-AUDITIDX-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-CLAVE-SW
           MOVE WS-CAN-CANDIDATO-ID (WS-CAN-IDX) TO AUDX-CANDIDATO-ID
           MOVE LOW-VALUES TO AUDX-FECHA-HORA
           MOVE ZERO       TO AUDX-SECUENCIA
           START AUDITORIA-IDX KEY IS NOT LESS THAN AUDX-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CLAVE-SW
           END-START

           PERFORM 2210-LEER-AUDITIDX
              THRU 2210-LEER-AUDITIDX-EXIT
              UNTIL WS-FIN-CLAVE-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       2200-ENMASCARAR-AUDITIDX-EXIT.
           EXIT.

       2210-LEER-AUDITIDX.

           READ AUDITORIA-IDX NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-CLAVE-SW
                 GO TO 2210-LEER-AUDITIDX-EXIT
           END-READ

           IF AUDX-CANDIDATO-ID NOT = WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
              MOVE 'S' TO WS-FIN-CLAVE-SW
              GO TO 2210-LEER-AUDITIDX-EXIT
           END-IF

           IF AUDX-NOM-CANDIDATO = WS-NOMBRE-ANONIMO
              GO TO 2210-LEER-AUDITIDX-EXIT
           END-IF

           MOVE WS-NOMBRE-ANONIMO TO AUDX-NOM-CANDIDATO
           REWRITE AUDX-REGISTRO
              INVALID KEY
                 DISPLAY "ERROR: no se pudo regrabar AUDITIDX de "
                    AUDX-CANDIDATO-ID ", status " WS-FS-AUDITIDX
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 2210-LEER-AUDITIDX-EXIT
           END-REWRITE

           MOVE WS-CAN-IDX TO WS-CAN-BUSQ-IDX
           PERFORM 3910-CONTAR-ENMASCARADO
              THRU 3910-CONTAR-ENMASCARADO-EXIT.

       2210-LEER-AUDITIDX-EXIT.
           EXIT.

      * Archivos acumulativos sin fecha
       2500-ENMASCARAR-ACUMULATIVOS.

           MOVE 'HA'          TO WS-ARCH-TIPO
           MOVE 'HISTARCHIVO' TO WS-ARCH-NOMBRE
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              MOVE 'AU'        TO WS-ARCH-TIPO
              MOVE 'AUDITORIA' TO WS-ARCH-NOMBRE
              PERFORM 3000-ENMASCARAR-SECUENCIAL
                 THRU 3000-ENMASCARAR-SECUENCIAL-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              MOVE 'EX'          TO WS-ARCH-TIPO
              MOVE 'EXCEPCIONES' TO WS-ARCH-NOMBRE
              PERFORM 3000-ENMASCARAR-SECUENCIAL
                 THRU 3000-ENMASCARAR-SECUENCIAL-EXIT
           END-IF.

       2500-ENMASCARAR-ACUMULATIVOS-EXIT.
           EXIT.

      * Enmascara un archivo secuencial: lo copia a ANONTRAB
      * reemplazando los nombres y, solo si hubo algo que
      * enmascarar, lo vuelve a grabar desde la copia. Un archivo
      * que no existe se certifica como tal, salvo el RECHPORTAL: un
      * lote sin filas rechazadas no lo tiene.
       3000-ENMASCARAR-SECUENCIAL.

           PERFORM 3005-INICIAR-CUENTAS
              THRU 3005-INICIAR-CUENTAS-EXIT

           PERFORM 3010-ABRIR-ENTRADA
              THRU 3010-ABRIR-ENTRADA-EXIT
           IF WS-FS-ARCHIVO = '35'
              IF WS-ARCH-TIPO NOT = 'RC'
                 PERFORM 3070-CERTIFICAR-INEXISTENTE
                    THRU 3070-CERTIFICAR-INEXISTENTE-EXIT
              END-IF
              GO TO 3000-ENMASCARAR-SECUENCIAL-EXIT
           END-IF
           IF WS-FS-ARCHIVO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir " WS-ARCH-NOMBRE
                 ", status " WS-FS-ARCHIVO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 3000-ENMASCARAR-SECUENCIAL-EXIT
           END-IF

           OPEN OUTPUT TRABAJO
           IF WS-FS-TRABAJO NOT = '00'
              DISPLAY "ERROR: no se pudo abrir ANONTRAB, status "
                 WS-FS-TRABAJO
              PERFORM 3030-CERRAR-ARCHIVO
                 THRU 3030-CERRAR-ARCHIVO-EXIT
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 3000-ENMASCARAR-SECUENCIAL-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-ARCHIVO-SW
           PERFORM 3020-COPIAR-A-TRABAJO
              THRU 3020-COPIAR-A-TRABAJO-EXIT
              UNTIL WS-FIN-ARCHIVO-SW = 'S'

           PERFORM 3030-CERRAR-ARCHIVO
              THRU 3030-CERRAR-ARCHIVO-EXIT
           CLOSE TRABAJO

           IF WS-ARCH-ENMASCARADOS > ZERO
              PERFORM 3040-REGRABAR-ARCHIVO
                 THRU 3040-REGRABAR-ARCHIVO-EXIT
           END-IF

           PERFORM 3060-CERTIFICAR-ARCHIVO
              THRU 3060-CERTIFICAR-ARCHIVO-EXIT.

       3000-ENMASCARAR-SECUENCIAL-EXIT.
           EXIT.

       3005-INICIAR-CUENTAS.

           MOVE ZERO TO WS-ARCH-ENMASCARADOS
           PERFORM 3006-INICIAR-CUENTA
              THRU 3006-INICIAR-CUENTA-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS.

       3005-INICIAR-CUENTAS-EXIT.
           EXIT.

       3006-INICIAR-CUENTA.

           MOVE ZERO TO WS-CAN-CUENTA (WS-CAN-IDX).

       3006-INICIAR-CUENTA-EXIT.
           EXIT.

       3010-ABRIR-ENTRADA.

           EVALUATE WS-ARCH-TIPO
              WHEN 'HA'
                 OPEN INPUT ARCHIVO-HISTORICO
              WHEN 'AU'
                 OPEN INPUT AUDITORIA
              WHEN 'EX'
                 OPEN INPUT EXCEPCIONES
              WHEN 'RV'
                 OPEN INPUT REVISION
              WHEN 'PE'
                 OPEN INPUT PENDIENTES
              WHEN 'AT'
                 OPEN INPUT EXTRACTO-ATS
              WHEN 'RP'
                 OPEN INPUT REPORTE
              WHEN 'CA'
                 OPEN INPUT CARTAS
              WHEN 'RC'
                 OPEN INPUT RECHAZOS-PORTAL
           END-EVALUATE.

       3010-ABRIR-ENTRADA-EXIT.
           EXIT.

       3020-COPIAR-A-TRABAJO.

           EVALUATE WS-ARCH-TIPO
              WHEN 'HA'
                 PERFORM 3110-COPIAR-HISTARCHIVO
                    THRU 3110-COPIAR-HISTARCHIVO-EXIT
              WHEN 'AU'
                 PERFORM 3120-COPIAR-AUDITORIA
                    THRU 3120-COPIAR-AUDITORIA-EXIT
              WHEN 'EX'
                 PERFORM 3130-COPIAR-EXCEPCIONES
                    THRU 3130-COPIAR-EXCEPCIONES-EXIT
              WHEN 'RV'
                 PERFORM 3140-COPIAR-REVISION
                    THRU 3140-COPIAR-REVISION-EXIT
              WHEN 'PE'
                 PERFORM 3150-COPIAR-PENDIENTES
                    THRU 3150-COPIAR-PENDIENTES-EXIT
              WHEN 'AT'
                 PERFORM 3160-COPIAR-EXTRACTO
                    THRU 3160-COPIAR-EXTRACTO-EXIT
              WHEN 'RP'
                 PERFORM 3170-COPIAR-REPORTE
                    THRU 3170-COPIAR-REPORTE-EXIT
              WHEN 'CA'
                 PERFORM 3180-COPIAR-CARTAS
                    THRU 3180-COPIAR-CARTAS-EXIT
              WHEN 'RC'
                 PERFORM 3190-COPIAR-RECHAZOS
                    THRU 3190-COPIAR-RECHAZOS-EXIT
           END-EVALUATE.

       3020-COPIAR-A-TRABAJO-EXIT.
           EXIT.

       3030-CERRAR-ARCHIVO.

           EVALUATE WS-ARCH-TIPO
              WHEN 'HA'
                 CLOSE ARCHIVO-HISTORICO
              WHEN 'AU'
                 CLOSE AUDITORIA
              WHEN 'EX'
                 CLOSE EXCEPCIONES
              WHEN 'RV'
                 CLOSE REVISION
              WHEN 'PE'
                 CLOSE PENDIENTES
              WHEN 'AT'
                 CLOSE EXTRACTO-ATS
              WHEN 'RP'
                 CLOSE REPORTE
              WHEN 'CA'
                 CLOSE CARTAS
              WHEN 'RC'
                 CLOSE RECHAZOS-PORTAL
           END-EVALUATE.

       3030-CERRAR-ARCHIVO-EXIT.
           EXIT.

      * Vuelve a grabar el archivo completo desde la copia ya
      * enmascarada.
       3040-REGRABAR-ARCHIVO.

           OPEN INPUT TRABAJO
           IF WS-FS-TRABAJO NOT = '00'
              DISPLAY "ERROR: no se pudo reabrir ANONTRAB, status "
                 WS-FS-TRABAJO ", " WS-ARCH-NOMBRE " queda sin "
                 "cambios"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 3040-REGRABAR-ARCHIVO-EXIT
           END-IF

           EVALUATE WS-ARCH-TIPO
              WHEN 'HA'
                 OPEN OUTPUT ARCHIVO-HISTORICO
              WHEN 'AU'
                 OPEN OUTPUT AUDITORIA
              WHEN 'EX'
                 OPEN OUTPUT EXCEPCIONES
              WHEN 'RV'
                 OPEN OUTPUT REVISION
              WHEN 'PE'
                 OPEN OUTPUT PENDIENTES
              WHEN 'AT'
                 OPEN OUTPUT EXTRACTO-ATS
              WHEN 'RP'
                 OPEN OUTPUT REPORTE
              WHEN 'CA'
                 OPEN OUTPUT CARTAS
              WHEN 'RC'
                 OPEN OUTPUT RECHAZOS-PORTAL
           END-EVALUATE
           IF WS-FS-ARCHIVO NOT = '00'
              DISPLAY "ERROR: no se pudo regrabar " WS-ARCH-NOMBRE
                 ", status " WS-FS-ARCHIVO ", la copia enmascarada "
                 "queda en ANONTRAB"
              CLOSE TRABAJO
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 3040-REGRABAR-ARCHIVO-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-TRABAJO-SW
           PERFORM 3050-COPIAR-DE-TRABAJO
              THRU 3050-COPIAR-DE-TRABAJO-EXIT
              UNTIL WS-FIN-TRABAJO-SW = 'S'

           CLOSE TRABAJO
           PERFORM 3030-CERRAR-ARCHIVO
              THRU 3030-CERRAR-ARCHIVO-EXIT.

       3040-REGRABAR-ARCHIVO-EXIT.
           EXIT.

       3050-COPIAR-DE-TRABAJO.

           READ TRABAJO
              AT END
                 MOVE 'S' TO WS-FIN-TRABAJO-SW
                 GO TO 3050-COPIAR-DE-TRABAJO-EXIT
           END-READ

           EVALUATE WS-ARCH-TIPO
              WHEN 'HA'
                 WRITE ARCH-REGISTRO FROM TRAB-LINEA
              WHEN 'AU'
                 WRITE AUD-REGISTRO FROM TRAB-LINEA
              WHEN 'EX'
                 WRITE EXC-REGISTRO FROM TRAB-LINEA
              WHEN 'RV'
                 WRITE REV-REGISTRO FROM TRAB-LINEA
              WHEN 'PE'
                 WRITE PEN-REGISTRO FROM TRAB-LINEA
              WHEN 'AT'
                 WRITE ATS-REGISTRO FROM TRAB-LINEA
              WHEN 'RP'
                 WRITE REP-LINEA FROM TRAB-LINEA
              WHEN 'CA'
                 WRITE CART-LINEA FROM TRAB-LINEA
              WHEN 'RC'
                 WRITE RCH-REGISTRO FROM TRAB-LINEA
           END-EVALUATE.

       3050-COPIAR-DE-TRABAJO-EXIT.
           EXIT.

      * Lineas del certificado para el archivo recien enmascarado
       3060-CERTIFICAR-ARCHIVO.

           ADD 1 TO WS-CONTADOR-ARCHIVOS
           ADD WS-ARCH-ENMASCARADOS TO WS-CONTADOR-ENMASCARADOS

           PERFORM 3065-CERTIFICAR-CANDIDATO
              THRU 3065-CERTIFICAR-CANDIDATO-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS

           MOVE WS-ARCH-ENMASCARADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           IF WS-ARCH-ENMASCARADOS = ZERO
              STRING WS-ARCH-NOMBRE DELIMITED BY SPACE
                     ': sin datos de los candidatos'
                        DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
           ELSE
              STRING WS-ARCH-NOMBRE DELIMITED BY SPACE
                     ': ' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     ' nombres reemplazados por ' DELIMITED BY SIZE
                     WS-NOMBRE-ANONIMO DELIMITED BY SPACE
                     INTO WS-CONTROL-LINEA
           END-IF
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3060-CERTIFICAR-ARCHIVO-EXIT.
           EXIT.

       3065-CERTIFICAR-CANDIDATO.

           IF WS-CAN-CUENTA (WS-CAN-IDX) = ZERO
              GO TO 3065-CERTIFICAR-CANDIDATO-EXIT
           END-IF

           MOVE WS-CAN-CUENTA (WS-CAN-IDX) TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING WS-ARCH-NOMBRE DELIMITED BY SPACE
                  '  candidato ' DELIMITED BY SIZE
                  WS-CAN-CANDIDATO-ID (WS-CAN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' registros' DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3065-CERTIFICAR-CANDIDATO-EXIT.
           EXIT.

       3070-CERTIFICAR-INEXISTENTE.

           ADD 1 TO WS-CONTADOR-ARCHIVOS
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING WS-ARCH-NOMBRE DELIMITED BY SPACE
                  ': no existe, nada que enmascarar' DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3070-CERTIFICAR-INEXISTENTE-EXIT.
           EXIT.

      * Copia de cada tipo de archivo: si el registro es de un
      * candidato aceptado se reemplaza el nombre. Un nombre que ya
      * es la marca no se vuelve a contar.
       3110-COPIAR-HISTARCHIVO.

           READ ARCHIVO-HISTORICO
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3110-COPIAR-HISTARCHIVO-EXIT
           END-READ

           MOVE ARCH-REGISTRO(1:10) TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 ARCH-REGISTRO(19:99) NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO ARCH-REGISTRO(19:99)
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           WRITE TRAB-LINEA FROM ARCH-REGISTRO.

       3110-COPIAR-HISTARCHIVO-EXIT.
           EXIT.

       3120-COPIAR-AUDITORIA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3120-COPIAR-AUDITORIA-EXIT
           END-READ

           MOVE AUD-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 AUD-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO AUD-NOM-CANDIDATO
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           WRITE TRAB-LINEA FROM AUD-REGISTRO.

       3120-COPIAR-AUDITORIA-EXIT.
           EXIT.

       3130-COPIAR-EXCEPCIONES.

           READ EXCEPCIONES
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3130-COPIAR-EXCEPCIONES-EXIT
           END-READ

           MOVE EXC-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 EXC-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO EXC-NOM-CANDIDATO
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           WRITE TRAB-LINEA FROM EXC-REGISTRO.

       3130-COPIAR-EXCEPCIONES-EXIT.
           EXIT.

      * En un caso de revision la persona puede ser el candidato
      * del lote o el postulante del historial con quien coincidio.
       3140-COPIAR-REVISION.

           READ REVISION
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3140-COPIAR-REVISION-EXIT
           END-READ

           MOVE REV-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 REV-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO REV-NOM-CANDIDATO
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           MOVE REV-HIST-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 REV-HIST-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO REV-HIST-NOM-CANDIDATO
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           WRITE TRAB-LINEA FROM REV-REGISTRO.

       3140-COPIAR-REVISION-EXIT.
           EXIT.

       3150-COPIAR-PENDIENTES.

           READ PENDIENTES
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3150-COPIAR-PENDIENTES-EXIT
           END-READ

           MOVE PEN-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 PEN-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO PEN-NOM-CANDIDATO
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           WRITE TRAB-LINEA FROM PEN-REGISTRO.

       3150-COPIAR-PENDIENTES-EXIT.
           EXIT.

       3160-COPIAR-EXTRACTO.

           READ EXTRACTO-ATS
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3160-COPIAR-EXTRACTO-EXIT
           END-READ

           MOVE ATS-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                 ATS-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
              MOVE WS-NOMBRE-ANONIMO TO ATS-NOM-CANDIDATO
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF

           WRITE TRAB-LINEA FROM ATS-REGISTRO.

       3160-COPIAR-EXTRACTO-EXIT.
           EXIT.

      * La planilla del REPORTE no lleva ID: se reconoce el renglon
      * por el nombre con que la persona salio en ese mismo lote, en
      * el renglon de la planilla y en la linea de apartado por
      * carencia.
       3170-COPIAR-REPORTE.

           READ REPORTE
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3170-COPIAR-REPORTE-EXIT
           END-READ

           PERFORM 3175-COMPARAR-RENGLON
              THRU 3175-COMPARAR-RENGLON-EXIT
              VARYING WS-LOT-BUSQ-IDX FROM 1 BY 1
              UNTIL WS-LOT-BUSQ-IDX > WS-LOT-CARGADOS

           WRITE TRAB-LINEA FROM REP-LINEA.

       3170-COPIAR-REPORTE-EXIT.
           EXIT.

       3175-COMPARAR-RENGLON.

           IF WS-LOT-FECHA (WS-LOT-BUSQ-IDX) NOT = WS-PROC-FECHA OR
                 WS-LOT-ORIGEN (WS-LOT-BUSQ-IDX) NOT = WS-PROC-ORIGEN
                 OR WS-LOT-TIPO (WS-LOT-BUSQ-IDX) NOT = 'P'
              GO TO 3175-COMPARAR-RENGLON-EXIT
           END-IF

           MOVE WS-LOT-CAN-IDX (WS-LOT-BUSQ-IDX) TO WS-CAN-BUSQ-IDX
           IF WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) NOT = 'A'
              GO TO 3175-COMPARAR-RENGLON-EXIT
           END-IF

           IF REP-LINEA(1:1) = '|' AND
                 REP-LINEA(6:26) = WS-LOT-NOMBRE (WS-LOT-BUSQ-IDX)
                    (1:26)
              MOVE WS-NOMBRE-ANONIMO TO REP-LINEA(6:26)
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
              GO TO 3175-COMPARAR-RENGLON-EXIT
           END-IF

           IF REP-LINEA(1:25) = '|  APARTADO EN-CARENCIA: ' AND
                 REP-LINEA(26:26) = WS-LOT-NOMBRE (WS-LOT-BUSQ-IDX)
                    (1:26)
              MOVE WS-NOMBRE-ANONIMO TO REP-LINEA(26:26)
              PERFORM 3910-CONTAR-ENMASCARADO
                 THRU 3910-CONTAR-ENMASCARADO-EXIT
           END-IF.

       3175-COMPARAR-RENGLON-EXIT.
           EXIT.

      * Cada carta empieza con un separador de '=' y un encabezado
      * 'CARTA <resultado>  candidato <ID>  jornada ...'. En las
      * cartas de una persona aceptada se reemplaza su nombre, tal
      * como salio en el lote, en cualquier posicion del renglon. El
      * encabezado lleva el ID, que se conserva como en los demas
      * archivos.
       3180-COPIAR-CARTAS.

           READ CARTAS
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3180-COPIAR-CARTAS-EXIT
           END-READ

           PERFORM 3181-TRATAR-RENGLON-CARTA
              THRU 3181-TRATAR-RENGLON-CARTA-EXIT
           WRITE TRAB-LINEA FROM CART-LINEA.

       3180-COPIAR-CARTAS-EXIT.
           EXIT.

       3181-TRATAR-RENGLON-CARTA.

           IF CART-LINEA = ALL '='
              MOVE 'S'  TO WS-CARTA-ENCABEZADO-SW
              MOVE ZERO TO WS-CARTA-CAN-IDX
              GO TO 3181-TRATAR-RENGLON-CARTA-EXIT
           END-IF

           IF WS-CARTA-ENCABEZADO-SW = 'S'
              MOVE 'N' TO WS-CARTA-ENCABEZADO-SW
              PERFORM 3182-UBICAR-CANDIDATO-CARTA
                 THRU 3182-UBICAR-CANDIDATO-CARTA-EXIT
              GO TO 3181-TRATAR-RENGLON-CARTA-EXIT
           END-IF

           IF WS-CARTA-CAN-IDX NOT = ZERO
              PERFORM 3184-ENMASCARAR-RENGLON-CARTA
                 THRU 3184-ENMASCARAR-RENGLON-CARTA-EXIT
                 VARYING WS-LOT-BUSQ-IDX FROM 1 BY 1
                 UNTIL WS-LOT-BUSQ-IDX > WS-LOT-CARGADOS
           END-IF.

       3181-TRATAR-RENGLON-CARTA-EXIT.
           EXIT.

       3182-UBICAR-CANDIDATO-CARTA.

           IF CART-LINEA(1:6) NOT = 'CARTA '
              GO TO 3182-UBICAR-CANDIDATO-CARTA-EXIT
           END-IF

           MOVE SPACES TO WS-CARTA-TRAMO
                          WS-CARTA-RESTO
                          WS-BUSQ-CANDIDATO-ID
           UNSTRING CART-LINEA DELIMITED BY '  candidato '
              INTO WS-CARTA-TRAMO
                   WS-CARTA-RESTO
           END-UNSTRING
           UNSTRING WS-CARTA-RESTO DELIMITED BY SPACE
              INTO WS-BUSQ-CANDIDATO-ID
           END-UNSTRING

           PERFORM 3900-BUSCAR-CANDIDATO
              THRU 3900-BUSCAR-CANDIDATO-EXIT
           IF WS-CAN-HALLADO-SW = 'S' AND
                 WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A'
              MOVE WS-CAN-BUSQ-IDX TO WS-CARTA-CAN-IDX
           END-IF.

       3182-UBICAR-CANDIDATO-CARTA-EXIT.
           EXIT.

      * Un renglon de la carta contra un nombre con que la persona
      * figura en el lote en curso
       3184-ENMASCARAR-RENGLON-CARTA.

           IF WS-LOT-FECHA (WS-LOT-BUSQ-IDX) NOT = WS-PROC-FECHA OR
                 WS-LOT-ORIGEN (WS-LOT-BUSQ-IDX) NOT = WS-PROC-ORIGEN
                 OR WS-LOT-TIPO (WS-LOT-BUSQ-IDX) NOT = 'P'
                 OR WS-LOT-CAN-IDX (WS-LOT-BUSQ-IDX) NOT =
                    WS-CARTA-CAN-IDX
                 OR WS-LOT-NOMBRE (WS-LOT-BUSQ-IDX) =
                    WS-NOMBRE-ANONIMO
              GO TO 3184-ENMASCARAR-RENGLON-CARTA-EXIT
           END-IF

           MOVE WS-LOT-NOMBRE (WS-LOT-BUSQ-IDX) TO WS-CARTA-NOMBRE
           MOVE SPACES TO WS-CARTA-TRAMO
           MOVE ZERO   TO WS-CARTA-NOMBRE-LARGO
           UNSTRING WS-CARTA-NOMBRE DELIMITED BY '  '
              INTO WS-CARTA-TRAMO
                 COUNT IN WS-CARTA-NOMBRE-LARGO
           END-UNSTRING
           IF WS-CARTA-NOMBRE-LARGO = ZERO
              GO TO 3184-ENMASCARAR-RENGLON-CARTA-EXIT
           END-IF

           MOVE WS-CARTA-CAN-IDX TO WS-CAN-BUSQ-IDX
           COMPUTE WS-CARTA-ULTIMA-POS = 81 - WS-CARTA-NOMBRE-LARGO
           PERFORM 3186-REEMPLAZAR-NOMBRE-CARTA
              THRU 3186-REEMPLAZAR-NOMBRE-CARTA-EXIT
              VARYING WS-CARTA-POS FROM 1 BY 1
              UNTIL WS-CARTA-POS > WS-CARTA-ULTIMA-POS.

       3184-ENMASCARAR-RENGLON-CARTA-EXIT.
           EXIT.

      * Si el nombre empieza en WS-CARTA-POS se arma el renglon con
      * la marca en su lugar y se sigue buscando despues de ella.
       3186-REEMPLAZAR-NOMBRE-CARTA.

           IF CART-LINEA(WS-CARTA-POS:WS-CARTA-NOMBRE-LARGO) NOT =
                 WS-CARTA-NOMBRE(1:WS-CARTA-NOMBRE-LARGO)
              GO TO 3186-REEMPLAZAR-NOMBRE-CARTA-EXIT
           END-IF

           MOVE SPACES TO WS-CARTA-NUEVA
           MOVE 1 TO WS-CARTA-PUNTERO
           IF WS-CARTA-POS > 1
              STRING CART-LINEA(1:WS-CARTA-POS - 1) DELIMITED BY SIZE
                 INTO WS-CARTA-NUEVA
                 WITH POINTER WS-CARTA-PUNTERO
              END-STRING
           END-IF
           STRING WS-NOMBRE-ANONIMO DELIMITED BY SPACE
              INTO WS-CARTA-NUEVA
              WITH POINTER WS-CARTA-PUNTERO
           END-STRING
           IF WS-CARTA-POS + WS-CARTA-NOMBRE-LARGO NOT GREATER 80
              STRING CART-LINEA(WS-CARTA-POS + WS-CARTA-NOMBRE-LARGO:)
                       DELIMITED BY SIZE
                 INTO WS-CARTA-NUEVA
                 WITH POINTER WS-CARTA-PUNTERO
              END-STRING
           END-IF
           MOVE WS-CARTA-NUEVA TO CART-LINEA

           PERFORM 3910-CONTAR-ENMASCARADO
              THRU 3910-CONTAR-ENMASCARADO-EXIT

      *    La marca ocupa 11 posiciones; la busqueda sigue despues
           ADD 10 TO WS-CARTA-POS.

       3186-REEMPLAZAR-NOMBRE-CARTA-EXIT.
           EXIT.

      * Una fila rechazada lleva el ID tal como vino del portal; si
      * es el de una persona aceptada se reemplaza el nombre y la
      * fila original, que tambien lo trae, queda con el ID y la
      * marca.
       3190-COPIAR-RECHAZOS.

           READ RECHAZOS-PORTAL
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 3190-COPIAR-RECHAZOS-EXIT
           END-READ

           IF RCH-CANDIDATO-ID(11:20) = SPACES
              MOVE RCH-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
              PERFORM 3900-BUSCAR-CANDIDATO
                 THRU 3900-BUSCAR-CANDIDATO-EXIT
              IF WS-CAN-HALLADO-SW = 'S' AND
                    WS-CAN-ESTADO (WS-CAN-BUSQ-IDX) = 'A' AND
                    RCH-NOM-CANDIDATO NOT = WS-NOMBRE-ANONIMO
                 MOVE WS-NOMBRE-ANONIMO TO RCH-NOM-CANDIDATO
                 MOVE SPACES TO RCH-FILA-ORIGINAL
                 STRING RCH-CANDIDATO-ID DELIMITED BY SPACE
                        ';' DELIMITED BY SIZE
                        WS-NOMBRE-ANONIMO DELIMITED BY SPACE
                        INTO RCH-FILA-ORIGINAL
                 PERFORM 3910-CONTAR-ENMASCARADO
                    THRU 3910-CONTAR-ENMASCARADO-EXIT
              END-IF
           END-IF

           WRITE TRAB-LINEA FROM RCH-REGISTRO.

       3190-COPIAR-RECHAZOS-EXIT.
           EXIT.

      * Archivos fechados de un lote (fecha + origen): se procesa
      * cada lote una sola vez, con todas las personas que figuran
      * en el. El REVISION va siempre; EXTRACTOATS, REPORTE y las
      * cartas CARTAS solo si alguna persona fue evaluada en ese
      * lote.
       3500-ENMASCARAR-LOTE.

           IF WS-LOT-PROCESADO (WS-LOT-IDX) = 'S'
              GO TO 3500-ENMASCARAR-LOTE-EXIT
           END-IF

           MOVE WS-LOT-FECHA (WS-LOT-IDX)  TO WS-PROC-FECHA
           MOVE WS-LOT-ORIGEN (WS-LOT-IDX) TO WS-PROC-ORIGEN
           MOVE 'N' TO WS-PAR-PROPIO-SW
           MOVE 'N' TO WS-PAR-ACEPTADO-SW
           PERFORM 3510-MARCAR-LOTE
              THRU 3510-MARCAR-LOTE-EXIT
              VARYING WS-LOT-BUSQ-IDX FROM WS-LOT-IDX BY 1
              UNTIL WS-LOT-BUSQ-IDX > WS-LOT-CARGADOS

           IF WS-PAR-ACEPTADO-SW NOT = 'S'
              GO TO 3500-ENMASCARAR-LOTE-EXIT
           END-IF

           MOVE WS-PROC-ORIGEN TO WS-LOTE-ORIGEN
           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING 'REVISION'         DELIMITED BY SIZE
                  WS-PROC-FECHA      DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-ARCH-NOMBRE
           SET ENVIRONMENT "DD_REVISION" TO WS-ARCH-NOMBRE
           MOVE 'RV' TO WS-ARCH-TIPO
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT

           IF WS-PAR-PROPIO-SW NOT = 'S' OR
                 WS-ERROR-FATAL-SW = 'S'
              GO TO 3500-ENMASCARAR-LOTE-EXIT
           END-IF

           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING 'EXTRACTOATS'      DELIMITED BY SIZE
                  WS-PROC-FECHA      DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-ARCH-NOMBRE
           SET ENVIRONMENT "DD_EXTRACTOATS" TO WS-ARCH-NOMBRE
           MOVE 'AT' TO WS-ARCH-TIPO
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 3500-ENMASCARAR-LOTE-EXIT
           END-IF

           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING 'REPORTE'          DELIMITED BY SIZE
                  WS-PROC-FECHA      DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-ARCH-NOMBRE
           SET ENVIRONMENT "DD_REPORTE" TO WS-ARCH-NOMBRE
           MOVE 'RP' TO WS-ARCH-TIPO
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 3500-ENMASCARAR-LOTE-EXIT
           END-IF

           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING 'CARTAS'           DELIMITED BY SIZE
                  WS-PROC-FECHA      DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-ARCH-NOMBRE
           SET ENVIRONMENT "DD_CARTAS" TO WS-ARCH-NOMBRE
           MOVE 'CA' TO WS-ARCH-TIPO
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT.

       3500-ENMASCARAR-LOTE-EXIT.
           EXIT.

       3510-MARCAR-LOTE.

           IF WS-LOT-FECHA (WS-LOT-BUSQ-IDX) NOT = WS-PROC-FECHA OR
                 WS-LOT-ORIGEN (WS-LOT-BUSQ-IDX) NOT = WS-PROC-ORIGEN
              GO TO 3510-MARCAR-LOTE-EXIT
           END-IF

           MOVE 'S' TO WS-LOT-PROCESADO (WS-LOT-BUSQ-IDX)
           IF WS-CAN-ESTADO (WS-LOT-CAN-IDX (WS-LOT-BUSQ-IDX)) = 'A'
              MOVE 'S' TO WS-PAR-ACEPTADO-SW
              IF WS-LOT-TIPO (WS-LOT-BUSQ-IDX) = 'P'
                 MOVE 'S' TO WS-PAR-PROPIO-SW
              END-IF
           END-IF.

       3510-MARCAR-LOTE-EXIT.
           EXIT.

      * PENDATS de cada origen donde figuran las personas
       3600-ENMASCARAR-PENDIENTES.

           PERFORM 3610-ARMAR-NOMBRE-PENDIENTES
              THRU 3610-ARMAR-NOMBRE-PENDIENTES-EXIT
           MOVE 'PE' TO WS-ARCH-TIPO
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT.

       3600-ENMASCARAR-PENDIENTES-EXIT.
           EXIT.

      * Los pendientes no llevan fecha: un archivo por origen, con
      * el mismo nombre que arma PRGRECON.
       3610-ARMAR-NOMBRE-PENDIENTES.

           MOVE WS-ORI-ORIGEN (WS-ORI-IDX) TO WS-LOTE-ORIGEN
           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING 'PENDATS'          DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-ARCH-NOMBRE
           SET ENVIRONMENT "DD_PENDATS" TO WS-ARCH-NOMBRE.

       3610-ARMAR-NOMBRE-PENDIENTES-EXIT.
           EXIT.

      * RECHPORTAL de cada lote del libro, con el nombre que arma
      * PRGPORTL
       3700-ENMASCARAR-RECHAZOS.

           MOVE WS-POR-ORIGEN (WS-POR-IDX) TO WS-LOTE-ORIGEN
           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING 'RECHPORTAL'               DELIMITED BY SIZE
                  WS-POR-FECHA (WS-POR-IDX)  DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO          DELIMITED BY SPACE
                  INTO WS-ARCH-NOMBRE
           SET ENVIRONMENT "DD_RECHPORTAL" TO WS-ARCH-NOMBRE
           MOVE 'RC' TO WS-ARCH-TIPO
           PERFORM 3000-ENMASCARAR-SECUENCIAL
              THRU 3000-ENMASCARAR-SECUENCIAL-EXIT.

       3700-ENMASCARAR-RECHAZOS-EXIT.
           EXIT.

      * Busca WS-BUSQ-CANDIDATO-ID entre los IDs de las personas
      * pedidas; deja WS-CAN-BUSQ-IDX en el renglon hallado.
       3900-BUSCAR-CANDIDATO.

           MOVE 'N'  TO WS-CAN-HALLADO-SW
           MOVE ZERO TO WS-CAN-BUSQ-IDX
           PERFORM 3905-COMPARAR-CANDIDATO
              THRU 3905-COMPARAR-CANDIDATO-EXIT
              UNTIL WS-CAN-BUSQ-IDX NOT LESS WS-CAN-CARGADOS
                 OR WS-CAN-HALLADO-SW = 'S'.

       3900-BUSCAR-CANDIDATO-EXIT.
           EXIT.

       3905-COMPARAR-CANDIDATO.

           ADD 1 TO WS-CAN-BUSQ-IDX
           IF WS-CAN-CANDIDATO-ID (WS-CAN-BUSQ-IDX) =
                 WS-BUSQ-CANDIDATO-ID
              MOVE 'S' TO WS-CAN-HALLADO-SW
           END-IF.

       3905-COMPARAR-CANDIDATO-EXIT.
           EXIT.

       3910-CONTAR-ENMASCARADO.

           ADD 1 TO WS-CAN-CUENTA (WS-CAN-BUSQ-IDX)
           ADD 1 TO WS-CAN-TOTAL (WS-CAN-BUSQ-IDX)
           ADD 1 TO WS-ARCH-ENMASCARADOS.

       3910-CONTAR-ENMASCARADO-EXIT.
           EXIT.

      * Cierre del certificado: totales por candidato y de la corrida
       4000-IMPRIMIR-RESUMEN.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           PERFORM 4010-TOTAL-CANDIDATO
              THRU 4010-TOTAL-CANDIDATO-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS

           MOVE WS-CONTADOR-PEDIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'IDs pedidos               : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-ACEPTADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'IDs anonimizados (c/alias): ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-RECHAZADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'IDs rechazados            : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-ARCHIVOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Archivos revisados        : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-ENMASCARADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Nombres reemplazados      : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'La corrida termino con error: revisar los '
                        DELIMITED BY SIZE
                     'mensajes antes de volver a correrla'
                        DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       4000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.

       4010-TOTAL-CANDIDATO.

           IF WS-CAN-ESTADO (WS-CAN-IDX) NOT = 'A'
              GO TO 4010-TOTAL-CANDIDATO-EXIT
           END-IF

           MOVE WS-CAN-TOTAL (WS-CAN-IDX) TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING WS-CAN-CANDIDATO-ID (WS-CAN-IDX) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' nombres reemplazados, IDs, fechas, puntajes y '
                     DELIMITED BY SIZE
                  'decisiones intactos' DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       4010-TOTAL-CANDIDATO-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA
           WRITE CERT-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE CERT-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Cierre ordenado de los archivos
       0900-FINALIZAR.

           CLOSE PEDIDOS
           IF WS-CERTIFICADO-ABIERTO-SW = 'S'
              CLOSE CERTIFICADO
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 todos los pedidos anonimizados, 4 hubo
      * personas rechazadas o nada para anonimizar, 12 error fatal
      * o corrida cancelada.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-RECHAZADOS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CONTADOR-ACEPTADOS = ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGANONI.
