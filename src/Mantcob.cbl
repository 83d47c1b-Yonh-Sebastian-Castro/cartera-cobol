       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCOB.                                             *> Mantenimiento de cobradores y asignaciones

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRADOR-FILE ASSIGN TO "COBRADOR.DET"                *> Maestro de cobradores
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.
           SELECT ASIGNA-FILE ASSIGN TO "ASIGCOB.DET"                   *> Asignacion de clientes a cobradores
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT NIT-FILE ASSIGN TO "NIT.DET"                          *> Maestro de clientes
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIT-STATUS.
           SELECT TRX-FILE ASSIGN TO "COBTRX.DET"                       *> Transacciones de mantenimiento
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "MANTCOB.LST"                  *> Listado de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COB-SD-FILE ASSIGN TO "COB.WRK".                      *> Area de trabajo del SORT de COBRADOR.DET
           SELECT ASG-SD-FILE ASSIGN TO "ASG.WRK".                      *> Area de trabajo del SORT de ASIGCOB.DET

       DATA DIVISION.
       FILE SECTION.

       *> Maestro de cobradores: codigo, nombre y marca de activo
       *> ("S"/"N"). Un cobrador inactivo conserva su historia pero
       *> no recibe clientes ni promesas nuevas.
       FD COBRADOR-FILE.
       01 COB-REC.
           05 COB-CODIGO         PIC X(4).
           05 COB-NOMBRE         PIC X(30).
           05 COB-ACTIVO         PIC X(1).

       SD COB-SD-FILE.
       01 COB-SD-REC.
           05 COB-CODIGO-SD      PIC X(4).
           05 COB-NOMBRE-SD      PIC X(30).
           05 COB-ACTIVO-SD      PIC X(1).

       *> Asignacion de clientes: un NIT con sucursal en blanco queda
       *> asignado en todas sus sucursales; un NIT+sucursal asignado
       *> aparte manda sobre la asignacion general del NIT.
       FD ASIGNA-FILE.
       01 ASG-REC.
           05 ASG-NIT            PIC X(10).
           05 ASG-SUC            PIC X(4).
           05 ASG-COBRADOR       PIC X(4).

       SD ASG-SD-FILE.
       01 ASG-SD-REC.
           05 ASG-LLAVE-SD.
               10 ASG-NIT-SD         PIC X(10).
               10 ASG-SUC-SD         PIC X(4).
           05 ASG-COBRADOR-SD    PIC X(4).

       FD NIT-FILE.
       01 NIT-REC.
           05 NIT3-NIT        PIC X(10).
           05 SUC3-NIT        PIC X(4).
           05 NOMBRE-NIT      PIC X(30).
           05 DIRECCION-NIT   PIC X(30).
           05 CIUDAD-NIT      PIC X(20).
           05 CONTACTO-NIT    PIC X(30).

       *> Una transaccion por registro. TIPO: "C" cobrador, "N"
       *> asignacion de un NIT (o NIT+sucursal). ACCION: "A" adiciona,
       *> "C" cambia (en el cobrador los campos en blanco no se
       *> tocan; en la asignacion pasa el cliente al cobrador de la
       *> transaccion), "B" borra. Un cobrador con clientes
       *> asignados no se puede borrar: se reasignan primero o se
       *> deja inactivo.
       FD TRX-FILE.
       01 TRX-REC.
           05 TIPO-TRX           PIC X(1).
           05 ACCION-TRX         PIC X(1).
           05 COD-TRX            PIC X(4).
           05 DATOS-TRX          PIC X(31).
           05 COB-TRX REDEFINES DATOS-TRX.
               10 NOMBRE-TRX         PIC X(30).
               10 ACTIVO-TRX         PIC X(1).
           05 ASG-TRX REDEFINES DATOS-TRX.
               10 NIT3-TRX           PIC X(10).
               10 SUC3-TRX           PIC X(4).
               10 FILLER             PIC X(17).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-COB-STATUS     PIC X(2).
       01 WS-ASG-STATUS     PIC X(2).
       01 WS-NIT-STATUS     PIC X(2).
       01 WS-TRX-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-COB-SORT      PIC X VALUE "N".
       01 EOF-ASG-SORT      PIC X VALUE "N".
       01 EOF-NIT           PIC X VALUE "N".
       01 EOF-TRX           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-COB        PIC 9(4).
       01 WS-IDX-ASG        PIC 9(8).
       01 WS-COB-ENCONTRADO PIC X VALUE "N".
       01 WS-ASG-ENCONTRADA PIC X VALUE "N".
       01 WS-NIT-ENCONTRADO PIC X VALUE "N".
       01 WS-MOTIVO         PIC X(45).
       01 WS-CLIENTES-COB   PIC 9(8).
       01 WS-CANT-TXT       PIC Z(7)9.

       *> Contadores de la corrida
       01 WS-TRX-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-TRX-ACEPTADAS  PIC 9(8) VALUE ZERO.
       01 WS-TRX-RECHAZADAS PIC 9(8) VALUE ZERO.
       01 WS-DUP-COB        PIC 9(8) VALUE ZERO.
       01 WS-DUP-ASG        PIC 9(8) VALUE ZERO.

       *> Maestro de cobradores en memoria, cargado ordenado por
       *> codigo y depurado de llaves repetidas, igual que CUPOS.DET
       *> en MANTCUPO. CB-ESTADO "B" marca los borrados en la corrida.
       01 WS-CB-MAX         PIC 9(4) VALUE 500.
       01 WS-CB-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CB-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-COBRADORES.
           05 CB-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-CB-COUNT.
               10 CB-CODIGO      PIC X(4).
               10 CB-NOMBRE      PIC X(30).
               10 CB-ACTIVO      PIC X(1).
               10 CB-ESTADO      PIC X(1).

       *> Asignaciones en memoria, con la misma practica.
       01 WS-AS-MAX         PIC 9(8) VALUE 20000.
       01 WS-AS-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-AS-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-ASIGNACIONES.
           05 AS-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-AS-COUNT.
               10 AS-NIT         PIC X(10).
               10 AS-SUC         PIC X(4).
               10 AS-COBRADOR    PIC X(4).
               10 AS-ESTADO      PIC X(1).

       *> Llaves del maestro de clientes, para no asignar un NIT (o
       *> un NIT+sucursal) que no existe en NIT.DET.
       01 WS-NT-MAX         PIC 9(8) VALUE 20000.
       01 WS-NT-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-NT-OMITIDOS    PIC 9(8) VALUE ZERO.
       01 TABLA-CLIENTES.
           05 NT-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-NT-COUNT.
               10 NT-NIT         PIC X(10).
               10 NT-SUC         PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-COBRADORES
           PERFORM CARGAR-ASIGNACIONES
           PERFORM CARGAR-CLIENTES
           PERFORM APLICAR-TRANSACCIONES
           PERFORM REESCRIBIR-COBRADORES
           PERFORM REESCRIBIR-ASIGNACIONES
           PERFORM IMPRIMIR-COBRADORES
           PERFORM IMPRIMIR-RESUMEN
           CLOSE LISTADO-FILE
           STOP RUN.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "MANTENIMIENTO DE COBRADORES (COBRADOR.DET) Y "
           "ASIGNACIONES (ASIGCOB.DET) - LISTADO DE AUDITORIA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "T | ACC | COD  | DATOS                          "
           "  | RESULTADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Ordena COBRADOR.DET por codigo y lo carga en la tabla,
       *> conservando la primera linea de cada codigo repetido. Si
       *> el archivo no existe la corrida arranca sin cobradores y
       *> lo crea al final.
       CARGAR-COBRADORES.
           MOVE ZERO TO WS-CB-COUNT WS-CB-OMITIDOS WS-DUP-COB
           OPEN INPUT COBRADOR-FILE
           IF WS-COB-STATUS = "00"
               CLOSE COBRADOR-FILE
               SORT COB-SD-FILE
                   ON ASCENDING KEY COB-CODIGO-SD
                   USING COBRADOR-FILE
                   OUTPUT PROCEDURE IS LLENAR-TABLA-COBRADORES
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "AVISO: COBRADOR.DET no existe (estado "
               WS-COB-STATUS "): la corrida arranca sin cobradores "
               "y crea el archivo al final."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       LLENAR-TABLA-COBRADORES.
           MOVE "N" TO EOF-COB-SORT
           PERFORM UNTIL EOF-COB-SORT = "S"
               RETURN COB-SD-FILE
                   AT END MOVE "S" TO EOF-COB-SORT
                   NOT AT END
                       IF WS-CB-COUNT > ZERO AND
                          COB-CODIGO-SD = CB-CODIGO(WS-CB-COUNT)
                           ADD 1 TO WS-DUP-COB
                           MOVE SPACES TO WS-LINE
                           STRING "C |     | " COB-CODIGO-SD " | "
                           COB-NOMBRE-SD "   | DEPURADA: LLAVE "
                           "DUPLICADA EN COBRADOR.DET"
                               DELIMITED BY SIZE INTO WS-LINE
                           END-STRING
                           WRITE LIST-REC FROM WS-LINE
                       ELSE
                           IF WS-CB-COUNT >= WS-CB-MAX
                               ADD 1 TO WS-CB-OMITIDOS
                           ELSE
                               ADD 1 TO WS-CB-COUNT
                               MOVE COB-CODIGO-SD TO
                                              CB-CODIGO(WS-CB-COUNT)
                               MOVE COB-NOMBRE-SD TO
                                              CB-NOMBRE(WS-CB-COUNT)
                               MOVE COB-ACTIVO-SD TO
                                              CB-ACTIVO(WS-CB-COUNT)
                               MOVE "A" TO CB-ESTADO(WS-CB-COUNT)
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       *> Ordena ASIGCOB.DET por NIT+sucursal y lo carga en la tabla,
       *> con la misma depuracion de llaves repetidas.
       CARGAR-ASIGNACIONES.
           MOVE ZERO TO WS-AS-COUNT WS-AS-OMITIDAS WS-DUP-ASG
           OPEN INPUT ASIGNA-FILE
           IF WS-ASG-STATUS = "00"
               CLOSE ASIGNA-FILE
               SORT ASG-SD-FILE
                   ON ASCENDING KEY ASG-LLAVE-SD
                   USING ASIGNA-FILE
                   OUTPUT PROCEDURE IS LLENAR-TABLA-ASIGNACIONES
           ELSE
               MOVE SPACES TO WS-LINE
               STRING "AVISO: ASIGCOB.DET no existe (estado "
               WS-ASG-STATUS "): la corrida arranca sin "
               "asignaciones y crea el archivo al final."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       LLENAR-TABLA-ASIGNACIONES.
           MOVE "N" TO EOF-ASG-SORT
           PERFORM UNTIL EOF-ASG-SORT = "S"
               RETURN ASG-SD-FILE
                   AT END MOVE "S" TO EOF-ASG-SORT
                   NOT AT END
                       IF WS-AS-COUNT > ZERO AND
                          ASG-NIT-SD = AS-NIT(WS-AS-COUNT) AND
                          ASG-SUC-SD = AS-SUC(WS-AS-COUNT)
                           ADD 1 TO WS-DUP-ASG
                           MOVE SPACES TO WS-LINE
                           STRING "N |     | " ASG-COBRADOR-SD " | "
                           "NIT " ASG-NIT-SD " SUC " ASG-SUC-SD
                           "          | DEPURADA: LLAVE DUPLICADA EN "
                           "ASIGCOB.DET"
                               DELIMITED BY SIZE INTO WS-LINE
                           END-STRING
                           WRITE LIST-REC FROM WS-LINE
                       ELSE
                           IF WS-AS-COUNT >= WS-AS-MAX
                               ADD 1 TO WS-AS-OMITIDAS
                           ELSE
                               ADD 1 TO WS-AS-COUNT
                               MOVE ASG-NIT-SD TO
                                              AS-NIT(WS-AS-COUNT)
                               MOVE ASG-SUC-SD TO
                                              AS-SUC(WS-AS-COUNT)
                               MOVE ASG-COBRADOR-SD TO
                                              AS-COBRADOR(WS-AS-COUNT)
                               MOVE "A" TO AS-ESTADO(WS-AS-COUNT)
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       *> Carga las llaves NIT+sucursal de NIT.DET. Si el maestro no
       *> existe no se puede asignar ningun cliente.
       CARGAR-CLIENTES.
           MOVE ZERO TO WS-NT-COUNT WS-NT-OMITIDOS
           OPEN INPUT NIT-FILE
           IF WS-NIT-STATUS = "00"
               PERFORM UNTIL EOF-NIT = "S"
                   READ NIT-FILE
                       AT END MOVE "S" TO EOF-NIT
                       NOT AT END
                           IF WS-NT-COUNT >= WS-NT-MAX
                               ADD 1 TO WS-NT-OMITIDOS
                           ELSE
                               ADD 1 TO WS-NT-COUNT
                               MOVE NIT3-NIT TO NT-NIT(WS-NT-COUNT)
                               MOVE SUC3-NIT TO NT-SUC(WS-NT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIT-FILE
           END-IF
           EXIT.

       *> Lee COBTRX.DET y aplica cada transaccion sobre las tablas,
       *> validandola primero. Los archivos solo se reescriben al
       *> final, igual que hace MANTCUPO con CUPOS.DET.
       APLICAR-TRANSACCIONES.
           OPEN INPUT TRX-FILE
           IF WS-TRX-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: COBTRX.DET no existe o no se pudo "
               "abrir (estado " WS-TRX-STATUS "). No se aplico "
               "ninguna transaccion."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
               MOVE "S" TO EOF-TRX
           END-IF
           PERFORM UNTIL EOF-TRX = "S"
               READ TRX-FILE
                   AT END MOVE "S" TO EOF-TRX
                   NOT AT END
                       ADD 1 TO WS-TRX-COUNT
                       PERFORM APLICAR-UNA-TRX
               END-READ
           END-PERFORM
           IF WS-TRX-STATUS = "00" OR WS-TRX-STATUS = "10"
               CLOSE TRX-FILE
           END-IF
           EXIT.

       *> Valida y aplica la transaccion actual (TRX-REC). WS-MOTIVO
       *> queda en blanco si la transaccion se acepta; si no, lleva
       *> la causa del rechazo que se imprime en el listado.
       APLICAR-UNA-TRX.
           MOVE SPACES TO WS-MOTIVO
           PERFORM BUSCAR-COBRADOR
           EVALUATE TIPO-TRX
               WHEN "C"
                   PERFORM APLICAR-TRX-COBRADOR
               WHEN "N"
                   PERFORM BUSCAR-ASIGNACION
                   PERFORM APLICAR-TRX-ASIGNACION
               WHEN OTHER
                   MOVE "TIPO INVALIDO (USE C O N)" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-TRX-ACEPTADAS
               PERFORM IMPRIMIR-TRX-ACEPTADA
           ELSE
               ADD 1 TO WS-TRX-RECHAZADAS
               PERFORM IMPRIMIR-TRX-RECHAZADA
           END-IF.

       *> Transaccion sobre el maestro de cobradores.
       APLICAR-TRX-COBRADOR.
           EVALUATE ACCION-TRX
               WHEN "A"
                   EVALUATE TRUE
                       WHEN COD-TRX = SPACES
                           MOVE "FALTA EL CODIGO DEL COBRADOR"
                                                       TO WS-MOTIVO
                       WHEN WS-COB-ENCONTRADO = "S"
                           MOVE "COBRADOR YA EXISTE" TO WS-MOTIVO
                       WHEN NOMBRE-TRX = SPACES
                           MOVE "FALTA EL NOMBRE DEL COBRADOR"
                                                       TO WS-MOTIVO
                       WHEN ACTIVO-TRX NOT = SPACE AND
                            ACTIVO-TRX NOT = "S" AND
                            ACTIVO-TRX NOT = "N"
                           MOVE "MARCA DE ACTIVO INVALIDA (S O N)"
                                                       TO WS-MOTIVO
                       WHEN WS-CB-COUNT >= WS-CB-MAX
                           MOVE "TABLA DE COBRADORES LLENA"
                                                       TO WS-MOTIVO
                       WHEN OTHER
                           ADD 1 TO WS-CB-COUNT
                           MOVE COD-TRX    TO CB-CODIGO(WS-CB-COUNT)
                           MOVE NOMBRE-TRX TO CB-NOMBRE(WS-CB-COUNT)
                           IF ACTIVO-TRX = "N"
                               MOVE "N" TO CB-ACTIVO(WS-CB-COUNT)
                           ELSE
                               MOVE "S" TO CB-ACTIVO(WS-CB-COUNT)
                           END-IF
                           MOVE "A" TO CB-ESTADO(WS-CB-COUNT)
                   END-EVALUATE
               WHEN "C"
                   EVALUATE TRUE
                       WHEN WS-COB-ENCONTRADO = "N"
                           MOVE "COBRADOR NO EXISTE" TO WS-MOTIVO
                       WHEN ACTIVO-TRX NOT = SPACE AND
                            ACTIVO-TRX NOT = "S" AND
                            ACTIVO-TRX NOT = "N"
                           MOVE "MARCA DE ACTIVO INVALIDA (S O N)"
                                                       TO WS-MOTIVO
                       WHEN NOMBRE-TRX = SPACES AND ACTIVO-TRX = SPACE
                           MOVE "CAMBIO SIN DATOS" TO WS-MOTIVO
                       WHEN OTHER
                           IF NOMBRE-TRX NOT = SPACES
                               MOVE NOMBRE-TRX TO
                                              CB-NOMBRE(WS-IDX-COB)
                           END-IF
                           IF ACTIVO-TRX NOT = SPACE
                               MOVE ACTIVO-TRX TO
                                              CB-ACTIVO(WS-IDX-COB)
                           END-IF
                   END-EVALUATE
               WHEN "B"
                   IF WS-COB-ENCONTRADO = "N"
                       MOVE "COBRADOR NO EXISTE" TO WS-MOTIVO
                   ELSE
                       PERFORM CONTAR-CLIENTES-COB
                       IF WS-CLIENTES-COB > ZERO
                           MOVE "COBRADOR CON CLIENTES ASIGNADOS"
                                                       TO WS-MOTIVO
                       ELSE
                           MOVE "B" TO CB-ESTADO(WS-IDX-COB)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACCION INVALIDA (USE A, C O B)" TO WS-MOTIVO
           END-EVALUATE.

       *> Transaccion sobre la asignacion de un NIT (o NIT+sucursal).
       *> El cobrador de destino debe existir y estar activo.
       APLICAR-TRX-ASIGNACION.
           EVALUATE ACCION-TRX
               WHEN "A"
                   PERFORM BUSCAR-CLIENTE
                   EVALUATE TRUE
                       WHEN NIT3-TRX = SPACES
                           MOVE "FALTA EL NIT" TO WS-MOTIVO
                       WHEN WS-ASG-ENCONTRADA = "S"
                           MOVE "CLIENTE YA ASIGNADO (USE C)"
                                                       TO WS-MOTIVO
                       WHEN WS-NIT-ENCONTRADO = "N"
                           MOVE "CLIENTE NO EXISTE EN NIT.DET"
                                                       TO WS-MOTIVO
                       WHEN WS-COB-ENCONTRADO = "N"
                           MOVE "COBRADOR NO EXISTE" TO WS-MOTIVO
                       WHEN CB-ACTIVO(WS-IDX-COB) NOT = "S"
                           MOVE "COBRADOR INACTIVO" TO WS-MOTIVO
                       WHEN WS-AS-COUNT >= WS-AS-MAX
                           MOVE "TABLA DE ASIGNACIONES LLENA"
                                                       TO WS-MOTIVO
                       WHEN OTHER
                           ADD 1 TO WS-AS-COUNT
                           MOVE NIT3-TRX TO AS-NIT(WS-AS-COUNT)
                           MOVE SUC3-TRX TO AS-SUC(WS-AS-COUNT)
                           MOVE COD-TRX  TO AS-COBRADOR(WS-AS-COUNT)
                           MOVE "A"      TO AS-ESTADO(WS-AS-COUNT)
                   END-EVALUATE
               WHEN "C"
                   EVALUATE TRUE
                       WHEN WS-ASG-ENCONTRADA = "N"
                           MOVE "CLIENTE SIN ASIGNACION (USE A)"
                                                       TO WS-MOTIVO
                       WHEN WS-COB-ENCONTRADO = "N"
                           MOVE "COBRADOR NO EXISTE" TO WS-MOTIVO
                       WHEN CB-ACTIVO(WS-IDX-COB) NOT = "S"
                           MOVE "COBRADOR INACTIVO" TO WS-MOTIVO
                       WHEN OTHER
                           MOVE COD-TRX TO AS-COBRADOR(WS-IDX-ASG)
                   END-EVALUATE
               WHEN "B"
                   IF WS-ASG-ENCONTRADA = "N"
                       MOVE "CLIENTE SIN ASIGNACION" TO WS-MOTIVO
                   ELSE
                       MOVE "B" TO AS-ESTADO(WS-IDX-ASG)
                   END-IF
               WHEN OTHER
                   MOVE "ACCION INVALIDA (USE A, C O B)" TO WS-MOTIVO
           END-EVALUATE.

       *> Busca el codigo de cobrador de la transaccion entre los no
       *> borrados.
       BUSCAR-COBRADOR.
           MOVE "N" TO WS-COB-ENCONTRADO
           MOVE 1 TO WS-IDX-COB
           PERFORM UNTIL WS-IDX-COB > WS-CB-COUNT OR
                         WS-COB-ENCONTRADO = "S"
               IF CB-CODIGO(WS-IDX-COB) = COD-TRX AND
                  CB-ESTADO(WS-IDX-COB) = "A"
                   MOVE "S" TO WS-COB-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-COB
               END-IF
           END-PERFORM.

       *> Busca la llave NIT+sucursal exacta de la transaccion entre
       *> las asignaciones no borradas.
       BUSCAR-ASIGNACION.
           MOVE "N" TO WS-ASG-ENCONTRADA
           MOVE 1 TO WS-IDX-ASG
           PERFORM UNTIL WS-IDX-ASG > WS-AS-COUNT OR
                         WS-ASG-ENCONTRADA = "S"
               IF AS-NIT(WS-IDX-ASG) = NIT3-TRX AND
                  AS-SUC(WS-IDX-ASG) = SUC3-TRX AND
                  AS-ESTADO(WS-IDX-ASG) = "A"
                   MOVE "S" TO WS-ASG-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-ASG
               END-IF
           END-PERFORM.

       *> Verifica el cliente en NIT.DET: con sucursal, la llave
       *> exacta; con sucursal en blanco, el NIT en cualquiera.
       BUSCAR-CLIENTE.
           MOVE "N" TO WS-NIT-ENCONTRADO
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-NT-COUNT OR
                         WS-NIT-ENCONTRADO = "S"
               IF NT-NIT(WS-IDX) = NIT3-TRX AND
                  (SUC3-TRX = SPACES OR NT-SUC(WS-IDX) = SUC3-TRX)
                   MOVE "S" TO WS-NIT-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.

       *> Cuenta las asignaciones vigentes del cobrador WS-IDX-COB.
       CONTAR-CLIENTES-COB.
           MOVE ZERO TO WS-CLIENTES-COB
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-AS-COUNT
               IF AS-COBRADOR(WS-IDX) = CB-CODIGO(WS-IDX-COB) AND
                  AS-ESTADO(WS-IDX) = "A"
                   ADD 1 TO WS-CLIENTES-COB
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       IMPRIMIR-TRX-ACEPTADA.
           MOVE SPACES TO WS-LINE
           STRING TIPO-TRX " |  " ACCION-TRX "  | " COD-TRX " | "
           DATOS-TRX " | ACEPTADA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-TRX-RECHAZADA.
           MOVE SPACES TO WS-LINE
           STRING TIPO-TRX " |  " ACCION-TRX "  | " COD-TRX " | "
           DATOS-TRX " | RECHAZADA: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Reescribe COBRADOR.DET ordenado por codigo y sin los
       *> borrados. Si la tabla se quedo corta al cargar NO se
       *> reescribe nada, igual que en MANTCUPO.
       REESCRIBIR-COBRADORES.
           IF WS-CB-OMITIDOS = ZERO
               SORT COB-SD-FILE
                   ON ASCENDING KEY COB-CODIGO-SD
                   INPUT PROCEDURE IS LLENAR-COBRADORES-SD
                   GIVING COBRADOR-FILE
           END-IF
           EXIT.

       LLENAR-COBRADORES-SD.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-CB-COUNT
               IF CB-ESTADO(WS-IDX) = "A"
                   MOVE SPACES            TO COB-SD-REC
                   MOVE CB-CODIGO(WS-IDX) TO COB-CODIGO-SD
                   MOVE CB-NOMBRE(WS-IDX) TO COB-NOMBRE-SD
                   MOVE CB-ACTIVO(WS-IDX) TO COB-ACTIVO-SD
                   RELEASE COB-SD-REC
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Reescribe ASIGCOB.DET ordenado por NIT+sucursal y sin los
       *> borrados, con la misma salvaguarda.
       REESCRIBIR-ASIGNACIONES.
           IF WS-AS-OMITIDAS = ZERO
               SORT ASG-SD-FILE
                   ON ASCENDING KEY ASG-LLAVE-SD
                   INPUT PROCEDURE IS LLENAR-ASIGNACIONES-SD
                   GIVING ASIGNA-FILE
           END-IF
           EXIT.

       LLENAR-ASIGNACIONES-SD.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-AS-COUNT
               IF AS-ESTADO(WS-IDX) = "A"
                   MOVE SPACES              TO ASG-SD-REC
                   MOVE AS-NIT(WS-IDX)      TO ASG-NIT-SD
                   MOVE AS-SUC(WS-IDX)      TO ASG-SUC-SD
                   MOVE AS-COBRADOR(WS-IDX) TO ASG-COBRADOR-SD
                   RELEASE ASG-SD-REC
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Cuadro final de cobradores vigentes con su cantidad de
       *> asignaciones, para revisar la carga de cada uno.
       IMPRIMIR-COBRADORES.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "COBRADORES VIGENTES: COD  | NOMBRE            "
           "             | ACT | ASIGNACIONES"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 1 TO WS-IDX-COB
           PERFORM UNTIL WS-IDX-COB > WS-CB-COUNT
               IF CB-ESTADO(WS-IDX-COB) = "A"
                   PERFORM CONTAR-CLIENTES-COB
                   MOVE WS-CLIENTES-COB TO WS-CANT-TXT
                   MOVE SPACES TO WS-LINE
                   STRING "                     " CB-CODIGO(WS-IDX-COB)
                   " | " CB-NOMBRE(WS-IDX-COB) " |  "
                   CB-ACTIVO(WS-IDX-COB) "  |     " WS-CANT-TXT
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
               ADD 1 TO WS-IDX-COB
           END-PERFORM
           EXIT.

       *> Totales de la corrida al final del listado de auditoria.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES LEIDAS:    " WS-TRX-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES ACEPTADAS: " WS-TRX-ACEPTADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "TRANSACCIONES RECHAZADAS:" WS-TRX-RECHAZADAS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-DUP-COB > ZERO OR WS-DUP-ASG > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-DUP-COB " cobrador(es) y "
               WS-DUP-ASG " asignacion(es) con llave duplicada "
               "depurada(s) (se conservo la primera)."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-NT-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-NT-OMITIDOS
               " cliente(s) de NIT.DET fuera de la tabla ("
               WS-NT-MAX "): pueden rechazarse asignaciones validas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CB-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CB-OMITIDOS
               " cobrador(es) omitido(s) por exceder la capacidad "
               "maxima de la tabla (" WS-CB-MAX "). COBRADOR.DET "
               "quedo INTACTO."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-AS-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-AS-OMITIDAS
               " asignacion(es) omitida(s) por exceder la capacidad "
               "maxima de la tabla (" WS-AS-MAX "). ASIGCOB.DET "
               "quedo INTACTO."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
