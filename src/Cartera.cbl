           SELECT PROYECC-FILE ASSIGN TO "PROYECC.DET"                  *> Proyeccion de recaudo por vencer
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRY-SD-FILE ASSIGN TO "PRY.WRK".                      *> Area de trabajo del SORT de mayores vctos
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT GLOSAS-FILE ASSIGN TO "GLOSAS.DET"                    *> Registro de glosas que mantiene GLOSAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLO-STATUS.
           SELECT COBRADOR-FILE ASSIGN TO "COBRADOR.DET"                *> Maestro de cobradores (MANTCOB)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.
           SELECT ASIGNA-FILE ASSIGN TO "ASIGCOB.DET"                   *> Asignacion de clientes a cobradores
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PROMESAS-FILE ASSIGN TO "PROMESAS.DET"                *> Promesas de pago que mantiene PROMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT GESTION-FILE ASSIGN TO "GESTION.DET"                  *> Resumen de las listas de gestion
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GESCOB-FILE ASSIGN TO DYNAMIC WS-GESCOB-NOMBRE        *> Lista de gestion de un cobrador
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GES-SD-FILE ASSIGN TO "GES.WRK".                      *> Area de trabajo del SORT de gestion

       DATA DIVISION.
       FILE SECTION.
           05 CAST-DCTO          PIC X(4).
           05 CAST-SALDO         PIC 9(9)V99.
           05 CAST-APROB         PIC X(6).
           05 CAST-APROB2        PIC X(6).

       *> Cartas de cobro: un aviso formateado por cada NIT con
       *> documentos en los rangos 61-90 o 90+, con los datos de
           05 INT-SALDO          PIC 9(9)V99.
           05 INT-VALOR          PIC 9(9)V99.

       *> Registro de control de la fecha de negocio que mantiene
       *> CIERDIA: dia de negocio en curso y su estado ("A" abierto,
       *> "C" cerrado). La fecha de proceso sale de aqui y no del
       *> reloj del sistema.
       FD FECHANEG-FILE.
       01 FECHANEG-REC.
           05 FNG-FECHA          PIC 9(8).
           05 FNG-ESTADO         PIC X(1).
           05 FNG-FECHA-SIG      PIC 9(8).
           05 FNG-FECHA-ANT      PIC 9(8).
           05 FNG-FECHA-CIERRE   PIC 9(8).
           05 FNG-HORA-CIERRE    PIC 9(6).

       *> Registro de glosas (documentos en disputa) que mantiene
       *> GLOSAS, con el mismo trazado con que alla se escribe. Solo
       *> cuentan las glosas en estado "A" (abiertas).
       FD GLOSAS-FILE.
       01 GLO-REC.
           05 GLO-NIT            PIC X(10).
           05 GLO-SUC            PIC X(4).
           05 GLO-TIP            PIC X(2).
           05 GLO-COM            PIC X(4).
           05 GLO-DCTO           PIC X(4).
           05 GLO-FECHA          PIC 9(8).
           05 GLO-MOTIVO         PIC X(2).
           05 GLO-VALOR          PIC 9(9)V99.
           05 GLO-AREA           PIC X(10).
           05 GLO-ESTADO         PIC X(1).
           05 GLO-FECHA-ESTADO   PIC 9(8).

       *> Maestro de cobradores y asignacion de clientes que mantiene
       *> MANTCOB, con el mismo trazado con que alla se escriben. Una
       *> asignacion con sucursal en blanco cubre todas las
       *> sucursales del NIT; la de NIT+sucursal manda sobre ella.
       FD COBRADOR-FILE.
       01 COB-REC.
           05 COB-CODIGO         PIC X(4).
           05 COB-NOMBRE         PIC X(30).
           05 COB-ACTIVO         PIC X(1).

       FD ASIGNA-FILE.
       01 ASG-REC.
           05 ASG-NIT            PIC X(10).
           05 ASG-SUC            PIC X(4).
           05 ASG-COBRADOR       PIC X(4).

       *> Promesas de pago que mantiene PROMESA, con el mismo trazado
       *> con que alla se escriben, en el orden en que se tomaron.
       FD PROMESAS-FILE.
       01 PRM-REC.
           05 PRM-NIT            PIC X(10).
           05 PRM-FECHA-REG      PIC 9(8).
           05 PRM-FECHA-PROM     PIC 9(8).
           05 PRM-VALOR          PIC 9(9)V99.
           05 PRM-COBRADOR       PIC X(4).
           05 PRM-COMENTARIO     PIC X(40).
           05 PRM-ESTADO         PIC X(1).
           05 PRM-PAGADO         PIC 9(9)V99.
           05 PRM-FECHA-ESTADO   PIC 9(8).

       *> Resumen de las listas de gestion: clientes en gestion sin
       *> cobrador (o con cobrador inactivo) y una linea por
       *> cobrador con su carga del dia.
       FD GESTION-FILE.
       01 GESTION-REC      PIC X(132).

       *> Lista de gestion de un cobrador: sus clientes (NIT+
       *> sucursal) en orden de prioridad. El nombre del archivo se
       *> arma por corrida en WS-GESCOB-NOMBRE ("GEST" + codigo del
       *> cobrador + ".DET").
       FD GESCOB-FILE.
       01 GESCOB-REC       PIC X(132).

       *> Area de trabajo del SORT de gestion: un renglon por NIT+
       *> sucursal en gestion, ordenado por cobrador, grupo de
       *> prioridad y valor descendente dentro del grupo.
       SD GES-SD-FILE.
       01 GES-SD-REC.
           05 GES-COB-SD         PIC X(4).
           05 GES-GRUPO-SD       PIC 9(1).
           05 GES-ORDEN-SD       PIC 9(9)V99.
           05 GES-NIT-SD         PIC X(10).
           05 GES-SUC-SD         PIC X(4).
           05 GES-NOMBRE-SD      PIC X(30).
           05 GES-SALDO-SD       PIC 9(9)V99.
           05 GES-VENCIDO-SD     PIC 9(9)V99.
           05 GES-S90-SD         PIC 9(9)V99.
           05 GES-DIAS-SD        PIC 9(5).
           05 GES-MARCAS-SD      PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-RESTART-STATUS  PIC X(2).
       01 WS-CKPT-STATUS     PIC X(2).

       *> Tabla en memoria para almacenar registros completos.
       *> Tamano variable (ODO) para no quedar atada a un cupo fijo
       *> de documentos por corrida. T-GLOSA no va al checkpoint: se
       *> marca en cada corrida contra GLOSAS.DET (MARCAR-GLOSAS).
       01 TABLA-REGISTROS.
           05 REGISTRO OCCURS 0 TO 20000 TIMES
                       DEPENDING ON WS-REG-COUNT.
               10 T-DCTO         PIC X(4).
               10 T-FECHA        PIC 9(8).
               10 T-SALDO        PIC 9(7)V99.
               10 T-GLOSA        PIC X(1).

       *> Control de glosas: llaves de los documentos con glosa
       *> abierta en GLOSAS.DET. Un documento glosado no causa
       *> interes de mora ni entra en las cartas de cobro; sale
       *> marcado EN DISPUTA en el detalle y su saldo se totaliza
       *> aparte por sucursal (sin dejar de sumar en los totales,
       *> que siguen cuadrando contra DET.DET).
       01 WS-GLO-STATUS      PIC X(2).
       01 EOF-GLO            PIC X VALUE "N".
       01 WS-GL-MAX          PIC 9(8) VALUE 5000.
       01 WS-GL-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-GL-OMITIDAS     PIC 9(8) VALUE ZERO.
       01 TABLA-GLOSAS.
           05 GL-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-GL-COUNT.
               10 GL-NIT         PIC X(10).
               10 GL-SUC         PIC X(4).
               10 GL-TIP         PIC X(2).
               10 GL-COM         PIC X(4).
               10 GL-DCTO        PIC X(4).
               10 GL-VALOR       PIC 9(9)V99.
       01 WS-IDX-GL          PIC 9(8).
       01 WS-MARCA-GLOSA     PIC X(13).
       01 WS-GS-MAX          PIC 9(3) VALUE 200.
       01 WS-GS-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-GS-OMITIDAS     PIC 9(3) VALUE ZERO.
       01 TABLA-GLOSAS-SUC.
           05 GS-REG OCCURS 0 TO 200 TIMES
                     DEPENDING ON WS-GS-COUNT.
               10 GS-SUC         PIC X(4).
               10 GS-CANT        PIC 9(8).
               10 GS-SALDO       PIC 9(9)V99.
               10 GS-VALOR       PIC 9(9)V99.
       01 WS-IDX-GS          PIC 9(3).
       01 WS-GS-ENCONTRADA   PIC X VALUE "N".
       01 WS-GLO-CANT-TOT    PIC 9(8) VALUE ZERO.
       01 WS-GLO-SALDO-TOT   PIC 9(9)V99 VALUE ZERO.
       01 WS-GLO-VALOR-TOT   PIC 9(9)V99 VALUE ZERO.
       01 WS-GLO-CANT-TXT    PIC Z(7)9.
       01 WS-GLO-SALDO-TXT   PIC Z(9)9.99.
       01 WS-GLO-VALOR-TXT   PIC Z(9)9.99.

       *> Control de las listas de gestion por cobrador: maestro de
       *> cobradores, asignaciones de clientes y ultima promesa de
       *> cada NIT en memoria, mas el acumulado por NIT+sucursal con
       *> el saldo total, el vencido y el de 90+ (sin los documentos
       *> glosados, que no se cobran mientras dure la disputa).
       01 WS-COB-STATUS      PIC X(2).
       01 WS-ASG-STATUS      PIC X(2).
       01 WS-PRM-STATUS      PIC X(2).
       01 EOF-COB            PIC X VALUE "N".
       01 EOF-ASG            PIC X VALUE "N".
       01 EOF-PRM            PIC X VALUE "N".
       01 EOF-GES            PIC X VALUE "N".
       01 WS-HAY-COBRADORES  PIC X VALUE "N".
       01 WS-CB-MAX          PIC 9(4) VALUE 500.
       01 WS-CB-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-CB-OMITIDOS     PIC 9(4) VALUE ZERO.
       01 TABLA-COBRADORES.
           05 CB-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-CB-COUNT.
               10 CB-CODIGO      PIC X(4).
               10 CB-NOMBRE      PIC X(30).
               10 CB-ACTIVO      PIC X(1).
               10 CB-LISTADO     PIC X(1).
       01 WS-IDX-CB          PIC 9(4).
       01 WS-CB-ENCONTRADO   PIC X VALUE "N".
       01 WS-AS-MAX          PIC 9(8) VALUE 20000.
       01 WS-AS-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-AS-OMITIDAS     PIC 9(8) VALUE ZERO.
       01 TABLA-ASIGNACIONES.
           05 AS-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-AS-COUNT.
               10 AS-NIT         PIC X(10).
               10 AS-SUC         PIC X(4).
               10 AS-COBRADOR    PIC X(4).
       01 WS-IDX-AS          PIC 9(8).
       01 WS-PR-MAX          PIC 9(8) VALUE 20000.
       01 WS-PR-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-PR-OMITIDAS     PIC 9(8) VALUE ZERO.
       01 TABLA-PROMESAS.
           05 PR-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-PR-COUNT.
               10 PR-NIT         PIC X(10).
               10 PR-ESTADO      PIC X(1).
               10 PR-VALOR       PIC 9(9)V99.
       01 WS-IDX-PR          PIC 9(8).
       01 WS-PR-ENCONTRADA   PIC X VALUE "N".
       01 WS-GE-MAX          PIC 9(8) VALUE 20000.
       01 WS-GE-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-GE-OMITIDOS     PIC 9(8) VALUE ZERO.
       01 TABLA-GESTION.
           05 GE-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-GE-COUNT.
               10 GE-NIT         PIC X(10).
               10 GE-SUC         PIC X(4).
               10 GE-NOMBRE      PIC X(30).
               10 GE-SALDO       PIC 9(9)V99.
               10 GE-VENCIDO     PIC 9(9)V99.
               10 GE-S90         PIC 9(9)V99.
               10 GE-DIAS        PIC 9(5).
       01 WS-IDX-GE          PIC 9(8).
       01 WS-GE-ENCONTRADO   PIC X VALUE "N".
       01 WS-GES-COBRADOR    PIC X(4).
       01 WS-GES-MARCAS      PIC X(30).
       01 WS-GES-PTR         PIC 9(2).
       01 WS-GES-SOBRECUPO   PIC X VALUE "N".
       01 WS-GES-EXCESO      PIC 9(9)V99.
       01 WS-GESCOB-NOMBRE   PIC X(12).
       01 WS-GES-COB-ANT     PIC X(4).
       01 WS-GES-GRUPO-ANT   PIC 9(1).
       01 WS-GES-HAY-LISTA   PIC X VALUE "N".
       01 WS-GES-LINE        PIC X(132).
       01 WS-GES-SIN-COB     PIC 9(8) VALUE ZERO.
       01 WS-GES-CLIENTES    PIC 9(8).
       01 WS-GES-TOT-S90     PIC 9(9)V99.
       01 WS-GES-TOT-VENC    PIC 9(9)V99.
       01 WS-GES-CLI-TXT     PIC Z(7)9.
       01 WS-GES-SALDO-TXT   PIC Z(8)9.99.
       01 WS-GES-VENC-TXT    PIC Z(8)9.99.
       01 WS-GES-S90-TXT     PIC Z(8)9.99.
       01 WS-GES-DIAS-TXT    PIC Z(4)9.
       01 TABLA-GRUPOS-GES.
           05 FILLER PIC X(50) VALUE
              "PRIORIDAD 1: SALDO EN MORA 90+".
           05 FILLER PIC X(50) VALUE
              "PRIORIDAD 2: CLIENTES SOBRE CUPO DE CREDITO".
           05 FILLER PIC X(50) VALUE
              "PRIORIDAD 3: PROMESAS DE PAGO ROTAS".
           05 FILLER PIC X(50) VALUE
              "PRIORIDAD 4: OTRA MORA (1-90 DIAS)".
       01 TABLA-GRUPOS-GES-R REDEFINES TABLA-GRUPOS-GES.
           05 GRUPO-GES OCCURS 4 TIMES PIC X(50).

       *> Control del listado por sucursal: lista de sucursales
       *> distintas encontradas en la corrida y acumuladores propios

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-CUPOS
           PERFORM CARGAR-TASAS
           PERFORM CARGAR-SUCMAE
           PERFORM CARGAR-GLOSAS
           PERFORM CARGAR-COBRANZA
           PERFORM VERIFICAR-RESTART
           PERFORM REGISTRAR-INICIO-LOG
           IF WS-MODO-RESTART = "S"
               PERFORM CARGAR-TABLA-NIT
               PERFORM CARGAR-CHECKPOINT
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
               PERFORM ORDENAR-DET-FILE
               PERFORM CARGAR-TABLA-NIT
               PERFORM CARGAR-TABLA
               PERFORM GRABAR-CHECKPOINT
           END-IF
           PERFORM MARCAR-GLOSAS
           PERFORM GENERAR-REPORTE
           PERFORM GENERAR-LISTADOS-SUCURSAL
           PERFORM GENERAR-REGIONAL
           PERFORM GENERAR-PROYECCION
           PERFORM GENERAR-CARTAS
           PERFORM GENERAR-GESTION
           PERFORM GENERAR-FOTO-MOVIMIENTO
           PERFORM REGISTRAR-FIN-LOG
           IF WS-MODO-RESTART = "S"
           END-IF
           STOP RUN.

       *> Toma la fecha de negocio de FECHANEG.DET. Sin registro de
       *> control, o con el dia ya cerrado por CIERDIA, el programa
       *> no corre: todavia no ha abierto ni escrito ningun archivo.
       LEER-FECHA-NEGOCIO.
           OPEN INPUT FECHANEG-FILE
           IF WS-FNG-STATUS = "00"
               READ FECHANEG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FNG-FECHA  TO WS-FECHA-NEGOCIO
                       MOVE FNG-ESTADO TO WS-FNG-ESTADO
               END-READ
               CLOSE FECHANEG-FILE
           END-IF
           IF WS-FECHA-NEGOCIO = ZERO
               DISPLAY "CARTERA: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CARTERA: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Abre la bitacora RUNLOG.DET en modo de agregar (la primera
       *> corrida la crea) y deja el registro de inicio: una corrida
       *> que aborte despues de este punto queda en la bitacora como
           END-IF
           MOVE SPACES TO RUNLOG-REC
           MOVE "I" TO RL-ESTADO
           MOVE WS-FECHA-NEGOCIO TO RL-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA
           IF WS-MODO-RESTART = "S"
               MOVE "R" TO RL-MODO
           END-IF
           MOVE SPACES TO RUNLOG-REC
           MOVE "F" TO RL-ESTADO
           MOVE WS-FECHA-NEGOCIO TO RL-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA
           IF WS-MODO-RESTART = "S"
               MOVE "R" TO RL-MODO
           END-IF
           EXIT.

       *> Carga de GLOSAS.DET las glosas abiertas (estado "A") en
       *> TABLA-GLOSAS. Si el archivo no existe no hay documentos en
       *> disputa y la corrida sale como antes de tener glosas.
       CARGAR-GLOSAS.
           MOVE ZERO TO WS-GL-COUNT WS-GL-OMITIDAS
           OPEN INPUT GLOSAS-FILE
           IF WS-GLO-STATUS = "00"
               MOVE "N" TO EOF-GLO
               PERFORM UNTIL EOF-GLO = "S"
                   READ GLOSAS-FILE
                       AT END MOVE "S" TO EOF-GLO
                       NOT AT END
                           IF GLO-ESTADO = "A"
                               IF WS-GL-COUNT >= WS-GL-MAX
                                   ADD 1 TO WS-GL-OMITIDAS
                               ELSE
                                   ADD 1 TO WS-GL-COUNT
                                   MOVE GLO-NIT  TO GL-NIT(WS-GL-COUNT)
                                   MOVE GLO-SUC  TO GL-SUC(WS-GL-COUNT)
                                   MOVE GLO-TIP  TO GL-TIP(WS-GL-COUNT)
                                   MOVE GLO-COM  TO GL-COM(WS-GL-COUNT)
                                   MOVE GLO-DCTO TO
                                              GL-DCTO(WS-GL-COUNT)
                                   MOVE GLO-VALOR TO
                                              GL-VALOR(WS-GL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLOSAS-FILE
           END-IF
           EXIT.

       *> Marca T-GLOSA en cada documento de la tabla (normal o
       *> retomada del checkpoint) que tiene glosa abierta, y
       *> acumula por sucursal la cantidad, el saldo y el valor en
       *> disputa de los documentos glosados.
       MARCAR-GLOSAS.
           MOVE ZERO TO WS-GS-COUNT WS-GS-OMITIDAS
           MOVE ZERO TO WS-GLO-CANT-TOT WS-GLO-SALDO-TOT
                        WS-GLO-VALOR-TOT
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-REG-COUNT
               MOVE "N" TO T-GLOSA(WS-IDX)
               MOVE 1 TO WS-IDX-GL
               PERFORM UNTIL WS-IDX-GL > WS-GL-COUNT OR
                             T-GLOSA(WS-IDX) = "S"
                   IF GL-NIT(WS-IDX-GL)  = T-NIT(WS-IDX)  AND
                      GL-SUC(WS-IDX-GL)  = T-SUC(WS-IDX)  AND
                      GL-TIP(WS-IDX-GL)  = T-TIP(WS-IDX)  AND
                      GL-COM(WS-IDX-GL)  = T-COM(WS-IDX)  AND
                      GL-DCTO(WS-IDX-GL) = T-DCTO(WS-IDX)
                       MOVE "S" TO T-GLOSA(WS-IDX)
                       PERFORM ACUMULAR-GLOSA-SUC
                   ELSE
                       ADD 1 TO WS-IDX-GL
                   END-IF
               END-PERFORM
               ADD 1 TO WS-IDX
           END-PERFORM.

       *> Suma el documento glosado actual (WS-IDX, glosa WS-IDX-GL)
       *> en el renglon de su sucursal de TABLA-GLOSAS-SUC.
       ACUMULAR-GLOSA-SUC.
           ADD 1                TO WS-GLO-CANT-TOT
           ADD T-SALDO(WS-IDX)  TO WS-GLO-SALDO-TOT
           ADD GL-VALOR(WS-IDX-GL) TO WS-GLO-VALOR-TOT
           MOVE T-SUC(WS-IDX) TO WS-SUC-ACTUAL
           PERFORM BUSCAR-GLOSA-SUC
           IF WS-GS-ENCONTRADA = "N"
               IF WS-GS-COUNT >= WS-GS-MAX
                   ADD 1 TO WS-GS-OMITIDAS
               ELSE
                   ADD 1 TO WS-GS-COUNT
                   MOVE WS-GS-COUNT   TO WS-IDX-GS
                   MOVE WS-SUC-ACTUAL TO GS-SUC(WS-IDX-GS)
                   MOVE ZERO TO GS-CANT(WS-IDX-GS) GS-SALDO(WS-IDX-GS)
                                GS-VALOR(WS-IDX-GS)
                   MOVE "S" TO WS-GS-ENCONTRADA
               END-IF
           END-IF
           IF WS-GS-ENCONTRADA = "S"
               ADD 1                   TO GS-CANT(WS-IDX-GS)
               ADD T-SALDO(WS-IDX)     TO GS-SALDO(WS-IDX-GS)
               ADD GL-VALOR(WS-IDX-GL) TO GS-VALOR(WS-IDX-GS)
           END-IF
           EXIT.

       *> Busca WS-SUC-ACTUAL en TABLA-GLOSAS-SUC.
       BUSCAR-GLOSA-SUC.
           MOVE "N" TO WS-GS-ENCONTRADA
           MOVE 1 TO WS-IDX-GS
           PERFORM UNTIL WS-IDX-GS > WS-GS-COUNT OR
                         WS-GS-ENCONTRADA = "S"
               IF GS-SUC(WS-IDX-GS) = WS-SUC-ACTUAL
                   MOVE "S" TO WS-GS-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-GS
               END-IF
           END-PERFORM.

       *> Carga el maestro de cobradores, la asignacion de clientes y
       *> la ultima promesa de pago de cada NIT para armar las listas
       *> de gestion. Sin COBRADOR.DET no hay listas por cobrador.
       CARGAR-COBRANZA.
           MOVE ZERO TO WS-CB-COUNT WS-CB-OMITIDOS
           MOVE "N" TO WS-HAY-COBRADORES
           OPEN INPUT COBRADOR-FILE
           IF WS-COB-STATUS = "00"
               MOVE "S" TO WS-HAY-COBRADORES
               MOVE "N" TO EOF-COB
               PERFORM UNTIL EOF-COB = "S"
                   READ COBRADOR-FILE
                       AT END MOVE "S" TO EOF-COB
                       NOT AT END
                           IF WS-CB-COUNT >= WS-CB-MAX
                               ADD 1 TO WS-CB-OMITIDOS
                           ELSE
                               ADD 1 TO WS-CB-COUNT
                               MOVE COB-CODIGO TO
                                          CB-CODIGO(WS-CB-COUNT)
                               MOVE COB-NOMBRE TO
                                          CB-NOMBRE(WS-CB-COUNT)
                               MOVE COB-ACTIVO TO
                                          CB-ACTIVO(WS-CB-COUNT)
                               MOVE "N" TO CB-LISTADO(WS-CB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRADOR-FILE
           END-IF
           MOVE ZERO TO WS-AS-COUNT WS-AS-OMITIDAS
           OPEN INPUT ASIGNA-FILE
           IF WS-ASG-STATUS = "00"
               MOVE "N" TO EOF-ASG
               PERFORM UNTIL EOF-ASG = "S"
                   READ ASIGNA-FILE
                       AT END MOVE "S" TO EOF-ASG
                       NOT AT END
                           IF WS-AS-COUNT >= WS-AS-MAX
                               ADD 1 TO WS-AS-OMITIDAS
                           ELSE
                               ADD 1 TO WS-AS-COUNT
                               MOVE ASG-NIT TO AS-NIT(WS-AS-COUNT)
                               MOVE ASG-SUC TO AS-SUC(WS-AS-COUNT)
                               MOVE ASG-COBRADOR TO
                                          AS-COBRADOR(WS-AS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASIGNA-FILE
           END-IF
           MOVE ZERO TO WS-PR-COUNT WS-PR-OMITIDAS
           OPEN INPUT PROMESAS-FILE
           IF WS-PRM-STATUS = "00"
               MOVE "N" TO EOF-PRM
               PERFORM UNTIL EOF-PRM = "S"
                   READ PROMESAS-FILE
                       AT END MOVE "S" TO EOF-PRM
                       NOT AT END PERFORM ANOTAR-PROMESA
                   END-READ
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF
           EXIT.

       *> PROMESAS.DET viene en el orden en que se tomaron las
       *> promesas, asi que la ultima leida de un NIT reemplaza a la
       *> anterior y queda la vigente.
       ANOTAR-PROMESA.
           MOVE PRM-NIT TO WS-BUSCA-NIT
           PERFORM BUSCAR-PROMESA-NIT
           IF WS-PR-ENCONTRADA = "N"
               IF WS-PR-COUNT >= WS-PR-MAX
                   ADD 1 TO WS-PR-OMITIDAS
                   MOVE ZERO TO WS-IDX-PR
               ELSE
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT TO WS-IDX-PR
                   MOVE PRM-NIT TO PR-NIT(WS-IDX-PR)
               END-IF
           END-IF
           IF WS-IDX-PR > ZERO
               MOVE PRM-ESTADO TO PR-ESTADO(WS-IDX-PR)
               MOVE PRM-VALOR  TO PR-VALOR(WS-IDX-PR)
           END-IF
           EXIT.

       *> Busca WS-BUSCA-NIT en TABLA-PROMESAS. Si lo encuentra deja
       *> su posicion en WS-IDX-PR.
       BUSCAR-PROMESA-NIT.
           MOVE "N" TO WS-PR-ENCONTRADA
           MOVE 1 TO WS-IDX-PR
           PERFORM UNTIL WS-IDX-PR > WS-PR-COUNT OR
                         WS-PR-ENCONTRADA = "S"
               IF PR-NIT(WS-IDX-PR) = WS-BUSCA-NIT
                   MOVE "S" TO WS-PR-ENCONTRADA
               ELSE
                   ADD 1 TO WS-IDX-PR
               END-IF
           END-PERFORM.

       *> Busca la sucursal WS-SUC-BUSCADA en el maestro y deja su
       *> nombre y region en WS-SUC-NOMBRE / WS-SUC-REGION. Una
       *> sucursal sin entrada en el maestro (o con region en blanco)
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-CSV-LINE
           STRING "NIT|SUC|NOMBRE|TIP|COM|DCTO|FECHA|SALDO|INTERES|"
           "GLOSA"
               DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE LIST-CSV-REC FROM WS-CSV-LINE
               MOVE T-SALDO(WS-IDX) TO WS-SALDO-REAL
               MOVE WS-SALDO-REAL   TO WS-SALDO-TXT
               MOVE WS-INTERES      TO WS-INT-TXT
               IF T-GLOSA(WS-IDX) = "S"
                   MOVE " EN DISPUTA" TO WS-MARCA-GLOSA
               ELSE
                   MOVE SPACES        TO WS-MARCA-GLOSA
               END-IF
               MOVE SPACES          TO WS-LINE
               STRING
                   T-NIT(WS-IDX)    "  | " T-SUC(WS-IDX) " | "
                   T-NOMBRE(WS-IDX) " | " T-TIP(WS-IDX) " "
                   T-COM(WS-IDX) " " T-DCTO(WS-IDX) " "
                   T-FECHA(WS-IDX) WS-MARCA-GLOSA "| "
                   T-FECHA(WS-IDX) "   | " WS-SALDO-TXT
                   " | " WS-INT-TXT
                   DELIMITED BY SIZE INTO WS-LINE
                   T-DCTO(WS-IDX)   DELIMITED BY SPACE "|"
                   T-FECHA(WS-IDX)  DELIMITED BY SIZE "|"
                   WS-CSV-SALDO     DELIMITED BY SIZE "|"
                   WS-CSV-INTERES   DELIMITED BY SIZE "|"
                   T-GLOSA(WS-IDX)  DELIMITED BY SIZE
                   INTO WS-CSV-LINE
               END-STRING
               WRITE LIST-CSV-REC FROM WS-CSV-LINE
           PERFORM GENERAR-RESUMEN-CLIENTES
           PERFORM IMPRIMIR-SOBRE-CUPO
           PERFORM IMPRIMIR-CASTIGOS-PERIODO
           PERFORM IMPRIMIR-GLOSAS-SUCURSAL
           CLOSE INTERES-FILE
           CLOSE LISTADO-FILE
           CLOSE LISTADO-CSV-FILE
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LISSUC-REC FROM WS-LINE
           PERFORM BUSCAR-GLOSA-SUC
           IF WS-GS-ENCONTRADA = "S"
               MOVE GS-CANT(WS-IDX-GS)  TO WS-GLO-CANT-TXT
               MOVE GS-SALDO(WS-IDX-GS) TO WS-GLO-SALDO-TXT
               MOVE GS-VALOR(WS-IDX-GS) TO WS-GLO-VALOR-TXT
               MOVE SPACES TO WS-LINE
               STRING "                      EN DISPUTA SUCURSAL "
               WS-SUC-ACTUAL ": " WS-GLO-SALDO-TXT " ("
               WS-GLO-CANT-TXT " documento(s), glosado "
               WS-GLO-VALOR-TXT ")"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LISSUC-REC FROM WS-LINE
           END-IF
           PERFORM IMPRIMIR-EXCEPCIONES-SUC
           CLOSE LISSUC-FILE
           EXIT.
           MOVE T-SALDO(WS-IDX) TO WS-SALDO-REAL
           MOVE WS-SALDO-REAL   TO WS-SALDO-TXT
           MOVE WS-INTERES      TO WS-INT-TXT
           IF T-GLOSA(WS-IDX) = "S"
               MOVE " EN DISPUTA" TO WS-MARCA-GLOSA
           ELSE
               MOVE SPACES        TO WS-MARCA-GLOSA
           END-IF
           MOVE SPACES          TO WS-LINE
           STRING
               T-NIT(WS-IDX)    "  | " T-SUC(WS-IDX) " | "
               T-NOMBRE(WS-IDX) " | " T-TIP(WS-IDX) " "
               T-COM(WS-IDX) " " T-DCTO(WS-IDX) " "
               T-FECHA(WS-IDX) WS-MARCA-GLOSA "| "
               T-FECHA(WS-IDX) "   | " WS-SALDO-TXT
               " | " WS-INT-TXT
               DELIMITED BY SIZE INTO WS-LINE
       *> vencimiento, dias de mora y saldo, mas el total adeudado,
       *> con la direccion y el contacto tomados del maestro de
       *> clientes para que la carta salga lista para despachar.
       *> Los documentos con glosa abierta no se cobran por carta:
       *> un NIT cuya unica mora es glosada no recibe carta.
       GENERAR-CARTAS.
           OPEN OUTPUT CARTAS-FILE
           MOVE ZERO TO WS-CAR-COUNT WS-CAR-OMITIDOS
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-REG-COUNT
               PERFORM CLASIFICAR-MORA
               IF WS-DIAS-MORA > 60 AND T-GLOSA(WS-IDX) NOT = "S"
                   MOVE T-NIT(WS-IDX) TO WS-CARTA-NIT
                   PERFORM BUSCAR-NIT-CARTA
                   IF WS-CAR-ENCONTRADA = "N"
           PERFORM UNTIL WS-IDX > WS-REG-COUNT
               IF T-NIT(WS-IDX) = WS-CARTA-NIT
                   PERFORM CLASIFICAR-MORA
                   IF WS-DIAS-MORA > 60 AND T-GLOSA(WS-IDX) NOT = "S"
                       ADD T-SALDO(WS-IDX) TO WS-CAR-TOTAL
                       MOVE WS-DIAS-MORA    TO WS-DIAS-TXT
                       MOVE T-SALDO(WS-IDX) TO WS-SALDO-TXT
           CLOSE FOTO-FILE
           EXIT.

       *> Genera las listas de gestion de cobro: un GESTxxxx.DET por
       *> cobrador con sus clientes (NIT+sucursal) en orden de
       *> prioridad, y GESTION.DET con los clientes en gestion sin
       *> cobrador y la carga de cada cobrador. Prioridades:
       *>   1 - saldo en mora 90+, mayor saldo 90+ primero;
       *>   2 - NIT sobre su cupo (CUPOS.DET), mayor exceso primero;
       *>   3 - ultima promesa de pago rota, mayor valor primero;
       *>   4 - resto de la mora, mayor vencido primero.
       *> Igual que la foto, una corrida filtrada no reescribe las
       *> listas, para no dejar a los cobradores con cartera parcial.
       GENERAR-GESTION.
           OPEN OUTPUT GESTION-FILE
           MOVE SPACES TO WS-GES-LINE
           STRING "LISTAS DE GESTION DE COBRO - FECHA DE PROCESO: "
           WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESTION-REC FROM WS-GES-LINE
           IF WS-FILTRO-SUC NOT = SPACES OR
              WS-FILTRO-TIP NOT = SPACES OR
              WS-FILTRO-FECHA-DESDE NOT = ZERO OR
              WS-FILTRO-FECHA-HASTA NOT = 99999999
               MOVE SPACES TO WS-GES-LINE
               STRING "CORRIDA FILTRADA POR PARAMS.DET: no se "
               "reescriben las listas de gestion; se conservan las "
               "de la ultima corrida completa."
                   DELIMITED BY SIZE INTO WS-GES-LINE
               END-STRING
               WRITE GESTION-REC FROM WS-GES-LINE
           ELSE
               IF WS-HAY-COBRADORES = "N"
                   MOVE SPACES TO WS-GES-LINE
                   STRING "Sin listas de gestion: COBRADOR.DET no "
                   "existe."
                       DELIMITED BY SIZE INTO WS-GES-LINE
                   END-STRING
                   WRITE GESTION-REC FROM WS-GES-LINE
               ELSE
                   PERFORM ARMAR-GESTION
                   MOVE ZERO TO WS-GES-SIN-COB
                   MOVE "N" TO WS-GES-HAY-LISTA
                   MOVE SPACES TO WS-GES-COB-ANT
                   MOVE SPACES TO WS-GES-LINE
                   WRITE GESTION-REC FROM WS-GES-LINE
                   MOVE SPACES TO WS-GES-LINE
                   STRING "*** CLIENTES EN GESTION SIN COBRADOR "
                   "ASIGNADO ***"
                       DELIMITED BY SIZE INTO WS-GES-LINE
                   END-STRING
                   WRITE GESTION-REC FROM WS-GES-LINE
                   SORT GES-SD-FILE
                       ON ASCENDING KEY GES-COB-SD GES-GRUPO-SD
                       ON DESCENDING KEY GES-ORDEN-SD
                       INPUT PROCEDURE IS LLENAR-GESTION-SD
                       OUTPUT PROCEDURE IS IMPRIMIR-GESTION
                   PERFORM GENERAR-LISTAS-VACIAS
                   PERFORM IMPRIMIR-AVISOS-GESTION
               END-IF
           END-IF
           CLOSE GESTION-FILE
           EXIT.

       *> Acumula TABLA-REGISTROS por NIT+sucursal: saldo total,
       *> vencido, saldo 90+ y los dias de mora del documento mas
       *> atrasado. Los documentos glosados suman al saldo pero no
       *> al vencido ni al 90+, porque no se cobran mientras dure
       *> la disputa.
       ARMAR-GESTION.
           MOVE ZERO TO WS-GE-COUNT WS-GE-OMITIDOS
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-REG-COUNT
               PERFORM CLASIFICAR-MORA
               MOVE T-NIT(WS-IDX) TO WS-BUSCA-NIT
               MOVE T-SUC(WS-IDX) TO WS-BUSCA-SUC
               PERFORM BUSCAR-GESTION
               IF WS-GE-ENCONTRADO = "N"
                   IF WS-GE-COUNT >= WS-GE-MAX
                       ADD 1 TO WS-GE-OMITIDOS
                       MOVE ZERO TO WS-IDX-GE
                   ELSE
                       ADD 1 TO WS-GE-COUNT
                       MOVE WS-GE-COUNT TO WS-IDX-GE
                       MOVE WS-BUSCA-NIT TO GE-NIT(WS-IDX-GE)
                       MOVE WS-BUSCA-SUC TO GE-SUC(WS-IDX-GE)
                       MOVE T-NOMBRE(WS-IDX) TO GE-NOMBRE(WS-IDX-GE)
                       MOVE ZERO TO GE-SALDO(WS-IDX-GE)
                                    GE-VENCIDO(WS-IDX-GE)
                                    GE-S90(WS-IDX-GE)
                                    GE-DIAS(WS-IDX-GE)
                   END-IF
               END-IF
               IF WS-IDX-GE > ZERO
                   ADD T-SALDO(WS-IDX) TO GE-SALDO(WS-IDX-GE)
                   IF T-GLOSA(WS-IDX) NOT = "S" AND
                      WS-DIAS-MORA > ZERO
                       ADD T-SALDO(WS-IDX) TO GE-VENCIDO(WS-IDX-GE)
                       IF WS-RANGO-ACT = "90+"
                           ADD T-SALDO(WS-IDX) TO GE-S90(WS-IDX-GE)
                       END-IF
                       IF WS-DIAS-MORA > GE-DIAS(WS-IDX-GE)
                           MOVE WS-DIAS-MORA TO GE-DIAS(WS-IDX-GE)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           EXIT.

       *> Busca WS-BUSCA-NIT/WS-BUSCA-SUC en TABLA-GESTION. Si lo
       *> encuentra deja su posicion en WS-IDX-GE.
       BUSCAR-GESTION.
           MOVE "N" TO WS-GE-ENCONTRADO
           MOVE 1 TO WS-IDX-GE
           PERFORM UNTIL WS-IDX-GE > WS-GE-COUNT OR
                         WS-GE-ENCONTRADO = "S"
               IF GE-NIT(WS-IDX-GE) = WS-BUSCA-NIT AND
                  GE-SUC(WS-IDX-GE) = WS-BUSCA-SUC
                   MOVE "S" TO WS-GE-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-GE
               END-IF
           END-PERFORM.

       *> Procedimiento de entrada del SORT de gestion: clasifica
       *> cada NIT+sucursal en su grupo de prioridad y le asigna el
       *> cobrador. Los clientes sin mora, sin sobrecupo y sin
       *> promesa rota no entran a la lista.
       LLENAR-GESTION-SD.
           MOVE 1 TO WS-IDX-GE
           PERFORM UNTIL WS-IDX-GE > WS-GE-COUNT
               MOVE GE-NIT(WS-IDX-GE) TO WS-BUSCA-NIT
               MOVE GE-SUC(WS-IDX-GE) TO WS-BUSCA-SUC
               MOVE "N" TO WS-GES-SOBRECUPO
               MOVE ZERO TO WS-GES-EXCESO
               MOVE 1 TO WS-IDX-SC
               PERFORM UNTIL WS-IDX-SC > WS-SC-COUNT OR
                             WS-GES-SOBRECUPO = "S"
                   IF SC-NIT(WS-IDX-SC) = WS-BUSCA-NIT
                       MOVE "S" TO WS-GES-SOBRECUPO
                       COMPUTE WS-GES-EXCESO =
                           SC-TOTAL(WS-IDX-SC) - SC-CUPO(WS-IDX-SC)
                   ELSE
                       ADD 1 TO WS-IDX-SC
                   END-IF
               END-PERFORM
               PERFORM BUSCAR-PROMESA-NIT
               MOVE SPACES TO GES-SD-REC
               MOVE ZERO TO GES-GRUPO-SD
               EVALUATE TRUE
                   WHEN GE-S90(WS-IDX-GE) > ZERO
                       MOVE 1 TO GES-GRUPO-SD
                       MOVE GE-S90(WS-IDX-GE) TO GES-ORDEN-SD
                   WHEN WS-GES-SOBRECUPO = "S"
                       MOVE 2 TO GES-GRUPO-SD
                       MOVE WS-GES-EXCESO TO GES-ORDEN-SD
                   WHEN WS-PR-ENCONTRADA = "S" AND
                        PR-ESTADO(WS-IDX-PR) = "R"
                       MOVE 3 TO GES-GRUPO-SD
                       MOVE PR-VALOR(WS-IDX-PR) TO GES-ORDEN-SD
                   WHEN GE-VENCIDO(WS-IDX-GE) > ZERO
                       MOVE 4 TO GES-GRUPO-SD
                       MOVE GE-VENCIDO(WS-IDX-GE) TO GES-ORDEN-SD
               END-EVALUATE
               IF GES-GRUPO-SD > ZERO
                   PERFORM ARMAR-MARCAS-GESTION
                   MOVE WS-GES-COBRADOR        TO GES-COB-SD
                   MOVE WS-BUSCA-NIT           TO GES-NIT-SD
                   MOVE WS-BUSCA-SUC           TO GES-SUC-SD
                   MOVE GE-NOMBRE(WS-IDX-GE)   TO GES-NOMBRE-SD
                   MOVE GE-SALDO(WS-IDX-GE)    TO GES-SALDO-SD
                   MOVE GE-VENCIDO(WS-IDX-GE)  TO GES-VENCIDO-SD
                   MOVE GE-S90(WS-IDX-GE)      TO GES-S90-SD
                   MOVE GE-DIAS(WS-IDX-GE)     TO GES-DIAS-SD
                   MOVE WS-GES-MARCAS          TO GES-MARCAS-SD
                   RELEASE GES-SD-REC
               END-IF
               ADD 1 TO WS-IDX-GE
           END-PERFORM.

       *> Determina el cobrador del NIT+sucursal (la asignacion
       *> exacta manda sobre la del NIT con sucursal en blanco) y
       *> arma las marcas del renglon. Un cliente sin asignacion o
       *> con cobrador inactivo o inexistente queda con cobrador en
       *> blanco para salir en la seccion sin cobrador.
       ARMAR-MARCAS-GESTION.
           MOVE SPACES TO WS-GES-COBRADOR
           MOVE 1 TO WS-IDX-AS
           PERFORM UNTIL WS-IDX-AS > WS-AS-COUNT
               IF AS-NIT(WS-IDX-AS) = WS-BUSCA-NIT
                   IF AS-SUC(WS-IDX-AS) = WS-BUSCA-SUC
                       MOVE AS-COBRADOR(WS-IDX-AS) TO WS-GES-COBRADOR
                       MOVE WS-AS-COUNT TO WS-IDX-AS
                   ELSE
                       IF AS-SUC(WS-IDX-AS) = SPACES
                           MOVE AS-COBRADOR(WS-IDX-AS) TO
                                                  WS-GES-COBRADOR
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-AS
           END-PERFORM
           MOVE SPACES TO WS-GES-MARCAS
           MOVE 1 TO WS-GES-PTR
           IF WS-GES-COBRADOR = SPACES
               STRING "SIN ASIGNAR "
                   DELIMITED BY SIZE INTO WS-GES-MARCAS
                   WITH POINTER WS-GES-PTR
               END-STRING
           ELSE
               PERFORM BUSCAR-COBRADOR
               IF WS-IDX-CB > WS-CB-COUNT
                   STRING "COB " WS-GES-COBRADOR " NO EXISTE "
                       DELIMITED BY SIZE INTO WS-GES-MARCAS
                       WITH POINTER WS-GES-PTR
                   END-STRING
                   MOVE SPACES TO WS-GES-COBRADOR
               ELSE
                   IF CB-ACTIVO(WS-IDX-CB) NOT = "S"
                       STRING "COB " WS-GES-COBRADOR " INACTIVO "
                           DELIMITED BY SIZE INTO WS-GES-MARCAS
                           WITH POINTER WS-GES-PTR
                       END-STRING
                       MOVE SPACES TO WS-GES-COBRADOR
                   END-IF
               END-IF
           END-IF
           IF WS-GES-SOBRECUPO = "S"
               STRING "SOBRECUPO "
                   DELIMITED BY SIZE INTO WS-GES-MARCAS
                   WITH POINTER WS-GES-PTR
               END-STRING
           END-IF
           IF WS-PR-ENCONTRADA = "S"
               EVALUATE PR-ESTADO(WS-IDX-PR)
                   WHEN "R"
                       STRING "PROMESA ROTA"
                           DELIMITED BY SIZE INTO WS-GES-MARCAS
                           WITH POINTER WS-GES-PTR
                       END-STRING
                   WHEN "P"
                       STRING "PROMESA PEND."
                           DELIMITED BY SIZE INTO WS-GES-MARCAS
                           WITH POINTER WS-GES-PTR
                       END-STRING
               END-EVALUATE
           END-IF
           EXIT.

       *> Busca WS-GES-COBRADOR en TABLA-COBRADORES. Si no esta deja
       *> WS-IDX-CB mayor que WS-CB-COUNT.
       BUSCAR-COBRADOR.
           MOVE "N" TO WS-CB-ENCONTRADO
           MOVE 1 TO WS-IDX-CB
           PERFORM UNTIL WS-IDX-CB > WS-CB-COUNT OR
                         WS-CB-ENCONTRADO = "S"
               IF CB-CODIGO(WS-IDX-CB) = WS-GES-COBRADOR
                   MOVE "S" TO WS-CB-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-CB
               END-IF
           END-PERFORM.

       *> Procedimiento de salida del SORT de gestion. Los renglones
       *> sin cobrador vienen primero (codigo en blanco) y van a
       *> GESTION.DET; luego, con corte por cobrador, cada uno a su
       *> GESTxxxx.DET con titulo por grupo de prioridad.
       IMPRIMIR-GESTION.
           MOVE "N" TO EOF-GES
           PERFORM UNTIL EOF-GES = "S"
               RETURN GES-SD-FILE
                   AT END MOVE "S" TO EOF-GES
                   NOT AT END PERFORM TOMAR-RENGLON-GESTION
               END-RETURN
           END-PERFORM
           IF WS-GES-HAY-LISTA = "S"
               PERFORM CERRAR-LISTA-COBRADOR
           ELSE
               PERFORM ABRIR-RESUMEN-COBRADORES
           END-IF.

       TOMAR-RENGLON-GESTION.
           PERFORM ARMAR-LINEA-GESTION
           IF GES-COB-SD = SPACES
               ADD 1 TO WS-GES-SIN-COB
               WRITE GESTION-REC FROM WS-GES-LINE
           ELSE
               IF GES-COB-SD NOT = WS-GES-COB-ANT
                   IF WS-GES-HAY-LISTA = "S"
                       PERFORM CERRAR-LISTA-COBRADOR
                   ELSE
                       PERFORM ABRIR-RESUMEN-COBRADORES
                   END-IF
                   PERFORM ABRIR-LISTA-COBRADOR
                   PERFORM ARMAR-LINEA-GESTION
               END-IF
               IF GES-GRUPO-SD NOT = WS-GES-GRUPO-ANT
                   MOVE GES-GRUPO-SD TO WS-GES-GRUPO-ANT
                   MOVE SPACES TO GESCOB-REC
                   WRITE GESCOB-REC
                   MOVE GRUPO-GES(GES-GRUPO-SD) TO GESCOB-REC
                   WRITE GESCOB-REC
               END-IF
               WRITE GESCOB-REC FROM WS-GES-LINE
               ADD 1 TO WS-GES-CLIENTES
               ADD GES-S90-SD     TO WS-GES-TOT-S90
               ADD GES-VENCIDO-SD TO WS-GES-TOT-VENC
           END-IF
           EXIT.

       *> Renglon de detalle de la lista de gestion.
       ARMAR-LINEA-GESTION.
           MOVE GES-SALDO-SD   TO WS-GES-SALDO-TXT
           MOVE GES-VENCIDO-SD TO WS-GES-VENC-TXT
           MOVE GES-S90-SD     TO WS-GES-S90-TXT
           MOVE GES-DIAS-SD    TO WS-GES-DIAS-TXT
           MOVE SPACES TO WS-GES-LINE
           STRING GES-NIT-SD " | " GES-SUC-SD " | " GES-NOMBRE-SD
           " | " WS-GES-SALDO-TXT " | " WS-GES-VENC-TXT " | "
           WS-GES-S90-TXT " | " WS-GES-DIAS-TXT " | " GES-MARCAS-SD
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           EXIT.

       *> Cierra la seccion sin cobrador de GESTION.DET y abre la
       *> de la carga por cobrador.
       ABRIR-RESUMEN-COBRADORES.
           IF WS-GES-SIN-COB = ZERO
               MOVE SPACES TO WS-GES-LINE
               STRING "Ninguno."
                   DELIMITED BY SIZE INTO WS-GES-LINE
               END-STRING
               WRITE GESTION-REC FROM WS-GES-LINE
           END-IF
           MOVE SPACES TO WS-GES-LINE
           WRITE GESTION-REC FROM WS-GES-LINE
           MOVE SPACES TO WS-GES-LINE
           STRING "*** CARGA POR COBRADOR ***"
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESTION-REC FROM WS-GES-LINE
           MOVE SPACES TO WS-GES-LINE
           STRING "COB  | NOMBRE                         | "
           "CLIENTES |   SALDO EN 90+ |      VENCIDO | LISTA"
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESTION-REC FROM WS-GES-LINE
           MOVE "S" TO WS-GES-HAY-LISTA
           EXIT.

       *> Abre GESTxxxx.DET del cobrador del renglon actual y le
       *> pone los titulos.
       ABRIR-LISTA-COBRADOR.
           MOVE GES-COB-SD TO WS-GES-COB-ANT WS-GES-COBRADOR
           PERFORM BUSCAR-COBRADOR
           MOVE ZERO TO WS-GES-GRUPO-ANT WS-GES-CLIENTES
                        WS-GES-TOT-S90 WS-GES-TOT-VENC
           MOVE SPACES TO WS-GESCOB-NOMBRE
           STRING "GEST" GES-COB-SD ".DET"
               DELIMITED BY SIZE INTO WS-GESCOB-NOMBRE
           END-STRING
           OPEN OUTPUT GESCOB-FILE
           PERFORM TITULOS-LISTA-COBRADOR
           EXIT.

       TITULOS-LISTA-COBRADOR.
           MOVE SPACES TO WS-GES-LINE
           STRING "LISTA DE GESTION DE COBRO - COBRADOR "
           CB-CODIGO(WS-IDX-CB) " " CB-NOMBRE(WS-IDX-CB)
           " - FECHA DE PROCESO: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESCOB-REC FROM WS-GES-LINE
           MOVE SPACES TO WS-GES-LINE
           STRING "NIT        | SUC  | NOMBRE                        "
           " |        SALDO |      VENCIDO |     SALDO 90+ |  MORA"
           " | MARCAS"
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESCOB-REC FROM WS-GES-LINE
           EXIT.

       *> Cierra la lista del cobrador anterior con su total y deja
       *> su linea de carga en GESTION.DET.
       CERRAR-LISTA-COBRADOR.
           MOVE WS-GES-CLIENTES TO WS-GES-CLI-TXT
           MOVE WS-GES-TOT-S90  TO WS-GES-S90-TXT
           MOVE WS-GES-TOT-VENC TO WS-GES-VENC-TXT
           MOVE SPACES TO WS-GES-LINE
           WRITE GESCOB-REC FROM WS-GES-LINE
           STRING "TOTAL CLIENTES EN GESTION: " WS-GES-CLI-TXT
           "  VENCIDO: " WS-GES-VENC-TXT "  SALDO 90+: "
           WS-GES-S90-TXT
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESCOB-REC FROM WS-GES-LINE
           CLOSE GESCOB-FILE
           MOVE WS-GES-COB-ANT TO WS-GES-COBRADOR
           PERFORM BUSCAR-COBRADOR
           MOVE "S" TO CB-LISTADO(WS-IDX-CB)
           PERFORM IMPRIMIR-CARGA-COBRADOR
           EXIT.

       *> Linea de carga de un cobrador (WS-IDX-CB) en GESTION.DET.
       IMPRIMIR-CARGA-COBRADOR.
           MOVE WS-GES-CLIENTES TO WS-GES-CLI-TXT
           MOVE WS-GES-TOT-S90  TO WS-GES-S90-TXT
           MOVE WS-GES-TOT-VENC TO WS-GES-VENC-TXT
           MOVE SPACES TO WS-GESCOB-NOMBRE
           STRING "GEST" CB-CODIGO(WS-IDX-CB) ".DET"
               DELIMITED BY SIZE INTO WS-GESCOB-NOMBRE
           END-STRING
           MOVE SPACES TO WS-GES-LINE
           STRING CB-CODIGO(WS-IDX-CB) " | " CB-NOMBRE(WS-IDX-CB)
           " | " WS-GES-CLI-TXT " |   " WS-GES-S90-TXT " | "
           WS-GES-VENC-TXT " | " WS-GESCOB-NOMBRE
               DELIMITED BY SIZE INTO WS-GES-LINE
           END-STRING
           WRITE GESTION-REC FROM WS-GES-LINE
           EXIT.

       *> Los cobradores activos que hoy no tienen clientes en
       *> gestion reciben su lista vacia, para que no les quede la
       *> lista de una corrida anterior.
       GENERAR-LISTAS-VACIAS.
           MOVE 1 TO WS-IDX-CB
           PERFORM UNTIL WS-IDX-CB > WS-CB-COUNT
               IF CB-ACTIVO(WS-IDX-CB) = "S" AND
                  CB-LISTADO(WS-IDX-CB) = "N"
                   MOVE ZERO TO WS-GES-CLIENTES WS-GES-TOT-S90
                                WS-GES-TOT-VENC
                   MOVE SPACES TO WS-GESCOB-NOMBRE
                   STRING "GEST" CB-CODIGO(WS-IDX-CB) ".DET"
                       DELIMITED BY SIZE INTO WS-GESCOB-NOMBRE
                   END-STRING
                   OPEN OUTPUT GESCOB-FILE
                   PERFORM TITULOS-LISTA-COBRADOR
                   MOVE SPACES TO WS-GES-LINE
                   STRING "Sin clientes en gestion."
                       DELIMITED BY SIZE INTO WS-GES-LINE
                   END-STRING
                   WRITE GESCOB-REC FROM WS-GES-LINE
                   CLOSE GESCOB-FILE
                   MOVE "S" TO CB-LISTADO(WS-IDX-CB)
                   PERFORM IMPRIMIR-CARGA-COBRADOR
               END-IF
               ADD 1 TO WS-IDX-CB
           END-PERFORM
           EXIT.

       IMPRIMIR-AVISOS-GESTION.
           IF WS-CB-OMITIDOS > ZERO
               MOVE SPACES TO WS-GES-LINE
               STRING "AVISO: " WS-CB-OMITIDOS
               " cobrador(es) de COBRADOR.DET omitido(s) por exceder "
               "la capacidad maxima (" WS-CB-MAX ")."
                   DELIMITED BY SIZE INTO WS-GES-LINE
               END-STRING
               WRITE GESTION-REC FROM WS-GES-LINE
           END-IF
           IF WS-AS-OMITIDAS > ZERO
               MOVE SPACES TO WS-GES-LINE
               STRING "AVISO: " WS-AS-OMITIDAS
               " asignacion(es) de ASIGCOB.DET omitida(s) por exceder "
               "la capacidad maxima (" WS-AS-MAX ")."
                   DELIMITED BY SIZE INTO WS-GES-LINE
               END-STRING
               WRITE GESTION-REC FROM WS-GES-LINE
           END-IF
           IF WS-PR-OMITIDAS > ZERO
               MOVE SPACES TO WS-GES-LINE
               STRING "AVISO: " WS-PR-OMITIDAS
               " NIT(s) de PROMESAS.DET omitido(s) por exceder la "
               "capacidad maxima (" WS-PR-MAX ")."
                   DELIMITED BY SIZE INTO WS-GES-LINE
               END-STRING
               WRITE GESTION-REC FROM WS-GES-LINE
           END-IF
           IF WS-GE-OMITIDOS > ZERO
               MOVE SPACES TO WS-GES-LINE
               STRING "AVISO: " WS-GE-OMITIDOS
               " documento(s) fuera de las listas por exceder la "
               "capacidad maxima de clientes (" WS-GE-MAX ")."
                   DELIMITED BY SIZE INTO WS-GES-LINE
               END-STRING
               WRITE GESTION-REC FROM WS-GES-LINE
           END-IF
           EXIT.

       *> Anota el cliente del resumen actual en la tabla de
       *> sobrecupo (su total a traves de todas las sucursales
       *> excede el cupo aprobado).
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Seccion de documentos en disputa al final de LISTADO.DET:
       *> por sucursal, cantidad de documentos con glosa abierta, su
       *> saldo (que sigue incluido en los totales del listado) y el
       *> valor glosado, con el total de la corrida.
       IMPRIMIR-GLOSAS-SUCURSAL.
           MOVE SPACES TO WS-LINE
           STRING "                *** DOCUMENTOS EN DISPUTA (GLOSAS "
           "ABIERTAS) POR SUCURSAL ***"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-GS-COUNT = ZERO
               MOVE SPACES TO WS-LINE
               STRING "                Ninguno."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           ELSE
               MOVE 1 TO WS-IDX-GS
               PERFORM UNTIL WS-IDX-GS > WS-GS-COUNT
                   MOVE GS-CANT(WS-IDX-GS)  TO WS-GLO-CANT-TXT
                   MOVE GS-SALDO(WS-IDX-GS) TO WS-GLO-SALDO-TXT
                   MOVE GS-VALOR(WS-IDX-GS) TO WS-GLO-VALOR-TXT
                   MOVE SPACES TO WS-LINE
                   STRING "                EN DISPUTA SUCURSAL "
                   GS-SUC(WS-IDX-GS) ": " WS-GLO-SALDO-TXT " ("
                   WS-GLO-CANT-TXT " documento(s), glosado "
                   WS-GLO-VALOR-TXT ")"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
                   ADD 1 TO WS-IDX-GS
               END-PERFORM
               MOVE WS-GLO-CANT-TOT  TO WS-GLO-CANT-TXT
               MOVE WS-GLO-SALDO-TOT TO WS-GLO-SALDO-TXT
               MOVE WS-GLO-VALOR-TOT TO WS-GLO-VALOR-TXT
               MOVE SPACES TO WS-LINE
               STRING "                TOTAL EN DISPUTA:      "
               WS-GLO-SALDO-TXT " (" WS-GLO-CANT-TXT
               " documento(s), glosado " WS-GLO-VALOR-TXT ")"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-GS-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-GS-OMITIDAS
               " sucursal(es) con glosas fuera de la tabla ("
               WS-GS-MAX "): el total en disputa las incluye."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-GL-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-GL-OMITIDAS
               " glosa(s) abierta(s) de GLOSAS.DET fuera de la tabla"
               " (" WS-GL-MAX "): esos documentos salen sin marca y "
               "causan interes."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Calcula el interes de mora del registro actual (WS-IDX):
       *> saldo * tasa mensual vigente / 30 * dias de mora, solo para
       *> documentos vencidos (WS-DIAS-MORA > 0, que deja
       *> Calcula solo el valor del interes del registro actual
       *> (WS-IDX), sin grabar el cargo: lo usa tambien el listado
       *> por sucursal, que no debe duplicar registros en INTERES.DET.
       *> Un documento con glosa abierta no causa interes mientras
       *> la disputa no se resuelva.
       CALCULAR-INTERES-DOC.
           MOVE ZERO TO WS-INTERES
           IF WS-HAY-TASAS = "S" AND WS-DIAS-MORA > 0 AND
              T-GLOSA(WS-IDX) NOT = "S"
               COMPUTE WS-INTERES ROUNDED =
                   T-SALDO(WS-IDX) * WS-TASA-VIGENTE * WS-DIAS-MORA
                   / 100 / 30
