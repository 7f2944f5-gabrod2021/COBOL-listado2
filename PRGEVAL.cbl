      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Mantenimiento del padron de evaluadores EVALUADORES:
      *          alta, modificacion, baja, reactivacion y listado de
      *          los registros EVALREC (nombre, equipo, estado con
      *          sus fechas y perfiles que cada uno puede evaluar)
      *          contra los que PRGCVEM2 y PRGCORR validan al
      *          evaluador de la corrida. La baja no borra el
      *          registro: lo deja inactivo con su fecha de baja,
      *          para que la calibracion y los legajos de fechas
      *          pasadas sigan mostrando el nombre de quien evaluo.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-12  GCR  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGEVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALUADORES ASSIGN TO "EVALUADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAL-EVALUADOR-ID
               FILE STATUS IS WS-FS-EVALUADORES.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CLAVE
               FILE STATUS IS WS-FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
      * Padron de evaluadores habilitados
       FD EVALUADORES.
       01 EVAL-REGISTRO.
           COPY EVALREC.

      * Perfiles de puesto, para no habilitar a nadie sobre un
      * perfil que no existe
       FD PARAMETROS.
       01 PARM-REGISTRO.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
      * Entradas crudas del operador: se validan antes de mover al
      * registro, igual que en PRGPARM.
       01 WS-ENTRADAS.
          02 WS-ENT-EVALUADOR-ID          PIC X(10) VALUE SPACE.
          02 WS-ENT-NOMBRE                PIC X(40) VALUE SPACE.
          02 WS-ENT-EQUIPO                PIC X(20) VALUE SPACE.
          02 WS-ENT-PERFIL-ID             PIC X(10) VALUE SPACE.
          02 WS-ENT-FECHA                 PIC X(08) VALUE SPACE.
          02 WS-ENT-FECHA-NUM             PIC 9(08) VALUE ZERO.

       01 WS-FECHA-ACTUAL                 PIC 9(08) VALUE ZERO.

      * Carga de la lista de perfiles habilitados: se piden de a uno
      * hasta un renglon vacio o hasta llenar las diez posiciones.
       01 WS-PERFILES.
          02 WS-PERF-MAXIMO               PIC 9(02) COMP VALUE 10.
          02 WS-PERF-CARGADOS             PIC 9(02) COMP VALUE ZERO.
          02 WS-PERF-IDX                  PIC 9(02) COMP VALUE ZERO.
          02 WS-PERF-NUMERO-ED            PIC Z9.

       01 WS-SWITCHES.
          02 WS-FIN-MENU-SW               PIC X(01) VALUE 'N'.
          02 WS-EVALUADOR-VALIDO-SW       PIC X(01) VALUE 'S'.
          02 WS-EVAL-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
          02 WS-FIN-PERFILES-SW           PIC X(01) VALUE 'N'.
          02 WS-PERFIL-EXISTE-SW          PIC X(01) VALUE 'N'.
          02 WS-PARM-DISPONIBLE-SW        PIC X(01) VALUE 'N'.
          02 WS-FIN-LISTADO-SW            PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-OPCION                       PIC X(01) VALUE SPACE.
       01 WS-USUARIO-ID                   PIC X(10) VALUE SPACE.
       01 WS-CONFIRMA                     PIC X(01) VALUE SPACE.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LISTADOS         PIC 9(06) VALUE ZERO.

       01 WS-FILE-STATUS.
          02 WS-FS-EVALUADORES            PIC X(02) VALUE '00'.
          02 WS-FS-PARAMETROS             PIC X(02) VALUE '00'.

       01 WS-LINEA-LISTADO.
          02 WS-LIST-EVALUADOR-ID         PIC X(10) VALUE SPACE.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LIST-NOMBRE               PIC X(25) VALUE SPACE.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LIST-EQUIPO               PIC X(15) VALUE SPACE.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LIST-ESTADO               PIC X(01) VALUE SPACE.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LIST-FECHA-ALTA           PIC 9(08) VALUE ZERO.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LIST-FECHA-BAJA           PIC 9(08) VALUE ZERO.
          02 FILLER                       PIC X(01) VALUE SPACE.
          02 WS-LIST-PERFILES             PIC X(32) VALUE SPACE.

       01 WS-LIST-PUNTERO                 PIC 9(03) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-MENU-PRINCIPAL
                 THRU 1000-MENU-PRINCIPAL-EXIT
                 UNTIL WS-FIN-MENU-SW = 'S'
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Identificacion del usuario autorizado y apertura de archivos
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD

           DISPLAY "Ingrese ID del usuario autorizado: "
           ACCEPT WS-USUARIO-ID

           IF WS-USUARIO-ID = SPACES
              DISPLAY "ERROR: se requiere un usuario autorizado"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           ELSE
              PERFORM 0200-ABRIR-EVALUADORES
                 THRU 0200-ABRIR-EVALUADORES-EXIT
           END-IF

      *    Sin archivo de parametros se puede mantener el padron
      *    igual, solo que sin controlar que los perfiles existan.
           IF WS-ERROR-FATAL-SW NOT = 'S'
              OPEN INPUT PARAMETROS
              IF WS-FS-PARAMETROS = '00'
                 MOVE 'S' TO WS-PARM-DISPONIBLE-SW
              ELSE
                 DISPLAY "Archivo de parametros no disponible, no "
                    "se controla que los perfiles existan"
              END-IF
           END-IF.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * El padron se crea en la primera corrida si todavia no existe,
      * igual que PARAMETROS en PRGPARM.
       0200-ABRIR-EVALUADORES.

           OPEN I-O EVALUADORES
           IF WS-FS-EVALUADORES NOT = '00'
              OPEN OUTPUT EVALUADORES
              CLOSE EVALUADORES
              OPEN I-O EVALUADORES
           END-IF

           IF WS-FS-EVALUADORES NOT = '00'
              DISPLAY "ERROR: no se pudo abrir EVALUADORES, status "
                 WS-FS-EVALUADORES
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       0200-ABRIR-EVALUADORES-EXIT.
           EXIT.

      * Una vuelta del menu: muestra opciones y despacha la elegida
       1000-MENU-PRINCIPAL.

           DISPLAY " "
           DISPLAY "Mantenimiento del padron EVALUADORES"
           DISPLAY "  (A)lta  (M)odificar  (B)aja  (R)eactivar  "
              "(L)istar  (F)in"
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
              WHEN 'A'
              WHEN 'a'
                 PERFORM 2000-ALTA-EVALUADOR
                    THRU 2000-ALTA-EVALUADOR-EXIT
              WHEN 'M'
              WHEN 'm'
                 PERFORM 3000-MODIFICAR-EVALUADOR
                    THRU 3000-MODIFICAR-EVALUADOR-EXIT
              WHEN 'B'
              WHEN 'b'
                 PERFORM 4000-BAJA-EVALUADOR
                    THRU 4000-BAJA-EVALUADOR-EXIT
              WHEN 'R'
              WHEN 'r'
                 PERFORM 4500-REACTIVAR-EVALUADOR
                    THRU 4500-REACTIVAR-EVALUADOR-EXIT
              WHEN 'L'
              WHEN 'l'
                 PERFORM 5000-LISTAR-EVALUADORES
                    THRU 5000-LISTAR-EVALUADORES-EXIT
              WHEN 'F'
              WHEN 'f'
                 MOVE 'S' TO WS-FIN-MENU-SW
              WHEN OTHER
                 DISPLAY "Opcion invalida"
           END-EVALUATE.

       1000-MENU-PRINCIPAL-EXIT.
           EXIT.

      * Alta de un evaluador: pide el ID, que todavia no exista, y
      * todos sus datos; queda activo desde la fecha de alta pedida.
       2000-ALTA-EVALUADOR.

           PERFORM 6000-PEDIR-EVALUADOR-ID
              THRU 6000-PEDIR-EVALUADOR-ID-EXIT

           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              GO TO 2000-ALTA-EVALUADOR-EXIT
           END-IF

           PERFORM 6050-BUSCAR-EVALUADOR
              THRU 6050-BUSCAR-EVALUADOR-EXIT
           IF WS-EVAL-ENCONTRADO-SW = 'S'
              DISPLAY "El evaluador ya existe, use (M)odificar o "
                 "(R)eactivar"
              GO TO 2000-ALTA-EVALUADOR-EXIT
           END-IF

           INITIALIZE EVAL-REGISTRO
           MOVE WS-ENT-EVALUADOR-ID TO EVAL-EVALUADOR-ID
           MOVE 'A'                 TO EVAL-ESTADO
           MOVE ZERO                TO EVAL-FECHA-BAJA

           PERFORM 6100-PEDIR-DATOS-EVALUADOR
              THRU 6100-PEDIR-DATOS-EVALUADOR-EXIT

           IF WS-EVALUADOR-VALIDO-SW = 'S'
              DISPLAY "Fecha de alta AAAAMMDD (vacio = hoy): "
              PERFORM 6300-PEDIR-FECHA
                 THRU 6300-PEDIR-FECHA-EXIT
           END-IF

           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              DISPLAY "El evaluador no se graba"
              GO TO 2000-ALTA-EVALUADOR-EXIT
           END-IF

           MOVE WS-ENT-FECHA-NUM TO EVAL-FECHA-ALTA
           WRITE EVAL-REGISTRO
              INVALID KEY
                 DISPLAY "ERROR al grabar el evaluador, status "
                    WS-FS-EVALUADORES
              NOT INVALID KEY
                 DISPLAY "Evaluador " EVAL-EVALUADOR-ID
                    " dado de alta"
           END-WRITE.

       2000-ALTA-EVALUADOR-EXIT.
           EXIT.

      * Modificacion de nombre, equipo y perfiles habilitados; el
      * estado y las fechas se manejan con baja y reactivacion.
       3000-MODIFICAR-EVALUADOR.

           PERFORM 6000-PEDIR-EVALUADOR-ID
              THRU 6000-PEDIR-EVALUADOR-ID-EXIT

           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              GO TO 3000-MODIFICAR-EVALUADOR-EXIT
           END-IF

           PERFORM 6050-BUSCAR-EVALUADOR
              THRU 6050-BUSCAR-EVALUADOR-EXIT
           IF WS-EVAL-ENCONTRADO-SW NOT = 'S'
              DISPLAY "El evaluador no existe, use (A)lta"
              GO TO 3000-MODIFICAR-EVALUADOR-EXIT
           END-IF

           PERFORM 6200-MOSTRAR-EVALUADOR
              THRU 6200-MOSTRAR-EVALUADOR-EXIT

           PERFORM 6100-PEDIR-DATOS-EVALUADOR
              THRU 6100-PEDIR-DATOS-EVALUADOR-EXIT

           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              DISPLAY "El evaluador no se graba"
              GO TO 3000-MODIFICAR-EVALUADOR-EXIT
           END-IF

           REWRITE EVAL-REGISTRO
              INVALID KEY
                 DISPLAY "ERROR al regrabar el evaluador, status "
                    WS-FS-EVALUADORES
              NOT INVALID KEY
                 DISPLAY "Evaluador " EVAL-EVALUADOR-ID
                    " modificado"
           END-REWRITE.

       3000-MODIFICAR-EVALUADOR-EXIT.
           EXIT.

      * Baja de un evaluador que deja la mesa: queda inactivo con la
      * fecha de baja pedida (no posterior a hoy) y no puede volver
      * a puntuar ni corregir. El registro se conserva para los
      * reportes de fechas pasadas.
       4000-BAJA-EVALUADOR.

           PERFORM 6000-PEDIR-EVALUADOR-ID
              THRU 6000-PEDIR-EVALUADOR-ID-EXIT

           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           PERFORM 6050-BUSCAR-EVALUADOR
              THRU 6050-BUSCAR-EVALUADOR-EXIT
           IF WS-EVAL-ENCONTRADO-SW NOT = 'S'
              DISPLAY "El evaluador no existe"
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           IF EVAL-ESTADO = 'I'
              DISPLAY "El evaluador ya esta inactivo desde "
                 EVAL-FECHA-BAJA
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           PERFORM 6200-MOSTRAR-EVALUADOR
              THRU 6200-MOSTRAR-EVALUADOR-EXIT

           DISPLAY "Fecha de baja AAAAMMDD (vacio = hoy): "
           PERFORM 6300-PEDIR-FECHA
              THRU 6300-PEDIR-FECHA-EXIT
           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           IF WS-ENT-FECHA-NUM > WS-FECHA-ACTUAL
              DISPLAY "ERROR: la fecha de baja no puede ser "
                 "posterior a hoy"
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           IF WS-ENT-FECHA-NUM < EVAL-FECHA-ALTA
              DISPLAY "ERROR: la fecha de baja no puede ser "
                 "anterior a la de alta " EVAL-FECHA-ALTA
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           DISPLAY "Confirma la baja del evaluador?(S/N) "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
              DISPLAY "Baja cancelada"
              GO TO 4000-BAJA-EVALUADOR-EXIT
           END-IF

           MOVE 'I'              TO EVAL-ESTADO
           MOVE WS-ENT-FECHA-NUM TO EVAL-FECHA-BAJA
           REWRITE EVAL-REGISTRO
              INVALID KEY
                 DISPLAY "ERROR al regrabar el evaluador, status "
                    WS-FS-EVALUADORES
              NOT INVALID KEY
                 DISPLAY "Evaluador " EVAL-EVALUADOR-ID
                    " inactivo desde " EVAL-FECHA-BAJA
           END-REWRITE.

       4000-BAJA-EVALUADOR-EXIT.
           EXIT.

      * Reactivacion de un evaluador dado de baja que vuelve a la
      * mesa: queda activo desde la nueva fecha de alta y sin fecha
      * de baja.
       4500-REACTIVAR-EVALUADOR.

           PERFORM 6000-PEDIR-EVALUADOR-ID
              THRU 6000-PEDIR-EVALUADOR-ID-EXIT

           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              GO TO 4500-REACTIVAR-EVALUADOR-EXIT
           END-IF

           PERFORM 6050-BUSCAR-EVALUADOR
              THRU 6050-BUSCAR-EVALUADOR-EXIT
           IF WS-EVAL-ENCONTRADO-SW NOT = 'S'
              DISPLAY "El evaluador no existe, use (A)lta"
              GO TO 4500-REACTIVAR-EVALUADOR-EXIT
           END-IF

           IF EVAL-ESTADO NOT = 'I'
              DISPLAY "El evaluador ya esta activo"
              GO TO 4500-REACTIVAR-EVALUADOR-EXIT
           END-IF

           PERFORM 6200-MOSTRAR-EVALUADOR
              THRU 6200-MOSTRAR-EVALUADOR-EXIT

           DISPLAY "Nueva fecha de alta AAAAMMDD (vacio = hoy): "
           PERFORM 6300-PEDIR-FECHA
              THRU 6300-PEDIR-FECHA-EXIT
           IF WS-EVALUADOR-VALIDO-SW NOT = 'S'
              GO TO 4500-REACTIVAR-EVALUADOR-EXIT
           END-IF

           MOVE 'A'              TO EVAL-ESTADO
           MOVE WS-ENT-FECHA-NUM TO EVAL-FECHA-ALTA
           MOVE ZERO             TO EVAL-FECHA-BAJA
           REWRITE EVAL-REGISTRO
              INVALID KEY
                 DISPLAY "ERROR al regrabar el evaluador, status "
                    WS-FS-EVALUADORES
              NOT INVALID KEY
                 DISPLAY "Evaluador " EVAL-EVALUADOR-ID
                    " activo desde " EVAL-FECHA-ALTA
           END-REWRITE.

       4500-REACTIVAR-EVALUADOR-EXIT.
           EXIT.

      * Listado del padron completo en orden de ID
       5000-LISTAR-EVALUADORES.

           MOVE 'N'  TO WS-FIN-LISTADO-SW
           MOVE ZERO TO WS-CONTADOR-LISTADOS

           MOVE LOW-VALUES TO EVAL-EVALUADOR-ID
           START EVALUADORES KEY IS NOT LESS THAN EVAL-EVALUADOR-ID
              INVALID KEY
                 MOVE 'S' TO WS-FIN-LISTADO-SW
           END-START

           IF WS-FIN-LISTADO-SW NOT = 'S'
              DISPLAY "Evaluador  Nombre                    Equipo"
                 "          E Alta     Baja     Perfiles"
              PERFORM 5100-LISTAR-UN-EVALUADOR
                 THRU 5100-LISTAR-UN-EVALUADOR-EXIT
                 UNTIL WS-FIN-LISTADO-SW = 'S'
           END-IF

           IF WS-CONTADOR-LISTADOS = ZERO
              DISPLAY "No hay evaluadores cargados"
           END-IF.

       5000-LISTAR-EVALUADORES-EXIT.
           EXIT.

       5100-LISTAR-UN-EVALUADOR.

           READ EVALUADORES NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-LISTADO-SW
                 GO TO 5100-LISTAR-UN-EVALUADOR-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-LISTADOS
           MOVE EVAL-EVALUADOR-ID TO WS-LIST-EVALUADOR-ID
           MOVE EVAL-NOMBRE       TO WS-LIST-NOMBRE
           MOVE EVAL-EQUIPO       TO WS-LIST-EQUIPO
           MOVE EVAL-ESTADO       TO WS-LIST-ESTADO
           MOVE EVAL-FECHA-ALTA   TO WS-LIST-FECHA-ALTA
           MOVE EVAL-FECHA-BAJA   TO WS-LIST-FECHA-BAJA

      *    Los perfiles habilitados se listan seguidos, separados
      *    por un espacio; lo que no entra en la columna se corta.
           MOVE SPACES TO WS-LIST-PERFILES
           MOVE 1      TO WS-LIST-PUNTERO
           PERFORM 5110-AGREGAR-PERFIL-LISTA
              THRU 5110-AGREGAR-PERFIL-LISTA-EXIT
              VARYING WS-PERF-IDX FROM 1 BY 1
              UNTIL WS-PERF-IDX > WS-PERF-MAXIMO

           DISPLAY WS-LINEA-LISTADO.

       5100-LISTAR-UN-EVALUADOR-EXIT.
           EXIT.

       5110-AGREGAR-PERFIL-LISTA.

           IF EVAL-PERFIL-ID (WS-PERF-IDX) NOT = SPACES AND
                 WS-LIST-PUNTERO NOT GREATER 32
              STRING EVAL-PERFIL-ID (WS-PERF-IDX) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     INTO WS-LIST-PERFILES
                     WITH POINTER WS-LIST-PUNTERO
                 ON OVERFLOW
                    MOVE 33 TO WS-LIST-PUNTERO
              END-STRING
           END-IF.

       5110-AGREGAR-PERFIL-LISTA-EXIT.
           EXIT.

      * Pide y valida el ID del evaluador
       6000-PEDIR-EVALUADOR-ID.

           MOVE 'S' TO WS-EVALUADOR-VALIDO-SW

           DISPLAY "ID del evaluador: "
           ACCEPT WS-ENT-EVALUADOR-ID

           IF WS-ENT-EVALUADOR-ID = SPACES
              DISPLAY "ERROR: el ID del evaluador no puede quedar "
                 "vacio"
              MOVE 'N' TO WS-EVALUADOR-VALIDO-SW
           END-IF.

       6000-PEDIR-EVALUADOR-ID-EXIT.
           EXIT.

      * Lee el evaluador pedido y deja el resultado en el switch
       6050-BUSCAR-EVALUADOR.

           MOVE 'N' TO WS-EVAL-ENCONTRADO-SW
           MOVE WS-ENT-EVALUADOR-ID TO EVAL-EVALUADOR-ID
           READ EVALUADORES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WS-EVAL-ENCONTRADO-SW
           END-READ.

       6050-BUSCAR-EVALUADOR-EXIT.
           EXIT.

      * Pide nombre, equipo y la lista de perfiles habilitados. En
      * una modificacion un nombre o equipo en blanco conserva el
      * valor actual; la lista de perfiles se vuelve a cargar
      * completa y tiene que quedar con al menos un perfil.
       6100-PEDIR-DATOS-EVALUADOR.

           DISPLAY "Nombre del evaluador: "
           ACCEPT WS-ENT-NOMBRE
           IF WS-ENT-NOMBRE NOT = SPACES
              MOVE WS-ENT-NOMBRE TO EVAL-NOMBRE
           END-IF
           IF EVAL-NOMBRE = SPACES
              DISPLAY "ERROR: el nombre del evaluador no puede "
                 "quedar vacio"
              MOVE 'N' TO WS-EVALUADOR-VALIDO-SW
              GO TO 6100-PEDIR-DATOS-EVALUADOR-EXIT
           END-IF

           DISPLAY "Equipo: "
           ACCEPT WS-ENT-EQUIPO
           IF WS-ENT-EQUIPO NOT = SPACES
              MOVE WS-ENT-EQUIPO TO EVAL-EQUIPO
           END-IF
           IF EVAL-EQUIPO = SPACES
              DISPLAY "ERROR: el equipo del evaluador no puede "
                 "quedar vacio"
              MOVE 'N' TO WS-EVALUADOR-VALIDO-SW
              GO TO 6100-PEDIR-DATOS-EVALUADOR-EXIT
           END-IF

           DISPLAY "Perfiles que puede evaluar, uno por renglon "
              "(TODOS = cualquier perfil, vacio = terminar)"
           MOVE SPACES TO EVAL-PERFILES-AUTORIZADOS
           MOVE ZERO   TO WS-PERF-CARGADOS
           MOVE 'N'    TO WS-FIN-PERFILES-SW
           PERFORM 6110-PEDIR-UN-PERFIL
              THRU 6110-PEDIR-UN-PERFIL-EXIT
              UNTIL WS-FIN-PERFILES-SW = 'S'
                 OR WS-PERF-CARGADOS NOT LESS WS-PERF-MAXIMO

           IF WS-PERF-CARGADOS = ZERO
              DISPLAY "ERROR: el evaluador tiene que quedar "
                 "habilitado para al menos un perfil"
              MOVE 'N' TO WS-EVALUADOR-VALIDO-SW
           END-IF.

       6100-PEDIR-DATOS-EVALUADOR-EXIT.
           EXIT.

      * Un perfil de la lista: 'TODOS' o un perfil de PARAMETROS; un
      * perfil inexistente o repetido se avisa y se vuelve a pedir.
       6110-PEDIR-UN-PERFIL.

           ADD 1 TO WS-PERF-CARGADOS GIVING WS-PERF-NUMERO-ED
           DISPLAY "  Perfil " WS-PERF-NUMERO-ED ": "
           ACCEPT WS-ENT-PERFIL-ID

           IF WS-ENT-PERFIL-ID = SPACES
              MOVE 'S' TO WS-FIN-PERFILES-SW
              GO TO 6110-PEDIR-UN-PERFIL-EXIT
           END-IF

           IF WS-ENT-PERFIL-ID NOT = 'TODOS' AND
                 WS-PARM-DISPONIBLE-SW = 'S'
              PERFORM 6150-VERIFICAR-PERFIL
                 THRU 6150-VERIFICAR-PERFIL-EXIT
              IF WS-PERFIL-EXISTE-SW NOT = 'S'
                 DISPLAY "ERROR: el perfil " WS-ENT-PERFIL-ID
                    " no existe en PARAMETROS"
                 GO TO 6110-PEDIR-UN-PERFIL-EXIT
              END-IF
           END-IF

           MOVE 'N' TO WS-PERFIL-EXISTE-SW
           PERFORM 6120-COMPARAR-PERFIL-CARGADO
              THRU 6120-COMPARAR-PERFIL-CARGADO-EXIT
              VARYING WS-PERF-IDX FROM 1 BY 1
              UNTIL WS-PERF-IDX > WS-PERF-CARGADOS
           IF WS-PERFIL-EXISTE-SW = 'S'
              DISPLAY "El perfil ya esta en la lista"
              GO TO 6110-PEDIR-UN-PERFIL-EXIT
           END-IF

           ADD 1 TO WS-PERF-CARGADOS
           MOVE WS-ENT-PERFIL-ID TO EVAL-PERFIL-ID (WS-PERF-CARGADOS).

       6110-PEDIR-UN-PERFIL-EXIT.
           EXIT.

       6120-COMPARAR-PERFIL-CARGADO.

           IF EVAL-PERFIL-ID (WS-PERF-IDX) = WS-ENT-PERFIL-ID
              MOVE 'S' TO WS-PERFIL-EXISTE-SW
           END-IF.

       6120-COMPARAR-PERFIL-CARGADO-EXIT.
           EXIT.

      * El perfil existe si tiene al menos una version en PARAMETROS
       6150-VERIFICAR-PERFIL.

           MOVE 'N' TO WS-PERFIL-EXISTE-SW
           MOVE WS-ENT-PERFIL-ID TO PARM-PERFIL-ID
           MOVE ZERO             TO PARM-FECHA-VIGENCIA
           START PARAMETROS KEY IS NOT LESS THAN PARM-CLAVE
              INVALID KEY
                 GO TO 6150-VERIFICAR-PERFIL-EXIT
           END-START

           READ PARAMETROS NEXT RECORD
              AT END
                 GO TO 6150-VERIFICAR-PERFIL-EXIT
           END-READ

           IF PARM-PERFIL-ID = WS-ENT-PERFIL-ID
              MOVE 'S' TO WS-PERFIL-EXISTE-SW
           END-IF.

       6150-VERIFICAR-PERFIL-EXIT.
           EXIT.

      * Muestra los valores actuales del evaluador leido
       6200-MOSTRAR-EVALUADOR.

           DISPLAY "Evaluador " EVAL-EVALUADOR-ID ":"
           DISPLAY "  Nombre:     " EVAL-NOMBRE
           DISPLAY "  Equipo:     " EVAL-EQUIPO
           DISPLAY "  Estado:     " EVAL-ESTADO
           DISPLAY "  Fecha alta: " EVAL-FECHA-ALTA
           DISPLAY "  Fecha baja: " EVAL-FECHA-BAJA
           DISPLAY "  Perfiles:   " EVAL-PERFILES-AUTORIZADOS.

       6200-MOSTRAR-EVALUADOR-EXIT.
           EXIT.

      * Pide una fecha AAAAMMDD (el texto de la pregunta lo muestra
      * quien llama); en blanco se toma la fecha del dia. El valor
      * aceptado queda en WS-ENT-FECHA-NUM.
       6300-PEDIR-FECHA.

           ACCEPT WS-ENT-FECHA

           IF WS-ENT-FECHA = SPACES
              MOVE WS-FECHA-ACTUAL TO WS-ENT-FECHA-NUM
           ELSE
              IF WS-ENT-FECHA IS NOT NUMERIC
                 DISPLAY "ERROR: la fecha debe ser AAAAMMDD "
                    "numerica"
                 MOVE 'N' TO WS-EVALUADOR-VALIDO-SW
              ELSE
                 MOVE WS-ENT-FECHA TO WS-ENT-FECHA-NUM
              END-IF
           END-IF.

       6300-PEDIR-FECHA-EXIT.
           EXIT.

      * Cierre ordenado de los archivos
       0900-FINALIZAR.

           CLOSE EVALUADORES
           IF WS-PARM-DISPONIBLE-SW = 'S'
              CLOSE PARAMETROS
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM PRGEVAL.
