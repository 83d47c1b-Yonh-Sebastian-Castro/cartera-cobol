       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCOB.                                             *> Productividad mensual de cobradores

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PRODCOB.DET"                    *> Tarjeta de control (periodo)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT COBRADOR-FILE ASSIGN TO "COBRADOR.DET"                *> Maestro de cobradores (MANTCOB)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.
           SELECT ASIGNA-FILE ASSIGN TO "ASIGCOB.DET"                   *> Asignacion de clientes a cobradores
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT HISTPAG-FILE ASSIGN TO "HISTPAG.DET"                  *> Historia de pagos aplicados (PAGOS)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PROMESAS-FILE ASSIGN TO "PROMESAS.DET"                *> Promesas de pago que mantiene PROMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "PRODCOB.LST"                  *> Reporte de productividad
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Tarjeta de control: periodo aaaamm a reportar. En blanco
       *> (o sin tarjeta) es el mes de la fecha de proceso.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CPR-PERIODO        PIC X(6).
           05 CPR-PERIODO-N REDEFINES CPR-PERIODO PIC 9(6).

       *> Maestro de cobradores y asignacion de clientes que mantiene
       *> MANTCOB, con el mismo trazado con que alla se escriben.
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

       *> Historia de aplicaciones que deja PAGOS, con el mismo
       *> trazado con que alla se escribe. Las reversiones de
       *> DEVOLUC vienen con origen "R" y restan del recaudo.
       FD HISTPAG-FILE.
       01 HIST-REC.
           05 HIST-FECHA-APLIC PIC 9(8).
           05 HIST-NIT         PIC X(10).
           05 HIST-SUC         PIC X(4).
           05 HIST-TIP         PIC X(2).
           05 HIST-COM         PIC X(4).
           05 HIST-DCTO        PIC X(4).
           05 HIST-FECHA-PAG   PIC 9(8).
           05 HIST-VALOR       PIC 9(9)V99.
           05 HIST-ORIGEN      PIC X(1).
           05 HIST-FECHA-VCTO  PIC 9(8).

       *> Promesas de pago que mantiene PROMESA, con el mismo trazado
       *> con que alla se escriben.
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

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-PARAM-STATUS   PIC X(2).
       01 WS-COB-STATUS     PIC X(2).
       01 WS-ASG-STATUS     PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-PRM-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-COB           PIC X VALUE "N".
       01 EOF-ASG           PIC X VALUE "N".
       01 EOF-HIST          PIC X VALUE "N".
       01 EOF-PRM           PIC X VALUE "N".
       01 WS-LINE           PIC X(132).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-PERIODO        PIC 9(6) VALUE ZERO.
       01 WS-IDX-PD         PIC 9(4).
       01 WS-IDX-AS         PIC 9(8).
       01 WS-BUSCA-COB      PIC X(4).
       01 WS-PD-ENCONTRADO  PIC X VALUE "N".
       01 WS-COB-PAGO       PIC X(4).
       01 WS-NETO           PIC S9(11)V99.
       01 WS-PCT            PIC 9(3)V9.
       01 WS-PCT-TXT        PIC ZZ9.9.
       01 WS-CANT-TXT       PIC Z(6)9.
       01 WS-VALOR-TXT      PIC Z(10)9.99.
       01 WS-VALOR2-TXT     PIC Z(10)9.99.
       01 WS-NETO-TXT       PIC -(10)9.99.
       01 WS-PRM-C1-TXT     PIC Z(5)9.
       01 WS-PRM-C2-TXT     PIC Z(5)9.
       01 WS-PRM-C3-TXT     PIC Z(5)9.
       01 WS-PRM-C4-TXT     PIC Z(5)9.
       01 WS-PRM-C5-TXT     PIC Z(5)9.
       01 WS-PRM-V1-TXT     PIC Z(9)9.99.
       01 WS-PRM-V2-TXT     PIC Z(9)9.99.
       01 WS-HIST-LEIDOS    PIC 9(8) VALUE ZERO.
       01 WS-HIST-PERIODO   PIC 9(8) VALUE ZERO.

       *> Asignacion de clientes en memoria. El recaudo se atribuye
       *> al cobrador que hoy tiene asignado el NIT+sucursal (o el
       *> NIT con sucursal en blanco).
       01 WS-AS-MAX         PIC 9(8) VALUE 20000.
       01 WS-AS-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-AS-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-ASIGNACIONES.
           05 AS-REG OCCURS 0 TO 20000 TIMES
                     DEPENDING ON WS-AS-COUNT.
               10 AS-NIT         PIC X(10).
               10 AS-SUC         PIC X(4).
               10 AS-COBRADOR    PIC X(4).

       *> Un renglon por cobrador del maestro. El primero (codigo en
       *> blanco) acumula lo que no tiene cobrador asignado o viene
       *> de un codigo que ya no esta en el maestro, y se imprime al
       *> final de cada seccion.
       01 WS-PD-MAX         PIC 9(4) VALUE 501.
       01 WS-PD-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-PD-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-PRODUCTIVIDAD.
           05 PD-REG OCCURS 0 TO 501 TIMES
                     DEPENDING ON WS-PD-COUNT.
               10 PD-CODIGO      PIC X(4).
               10 PD-NOMBRE      PIC X(30).
               10 PD-ACTIVO      PIC X(1).
               10 PD-PAGOS       PIC 9(7).
               10 PD-RECAUDO     PIC 9(11)V99.
               10 PD-REVERSADO   PIC 9(11)V99.
               10 PD-EVALUADAS   PIC 9(7).
               10 PD-CUMPLIDAS   PIC 9(7).
               10 PD-PARCIALES   PIC 9(7).
               10 PD-ROTAS       PIC 9(7).
               10 PD-PENDIENTES  PIC 9(7).
               10 PD-PROMETIDO   PIC 9(11)V99.
               10 PD-PAGADO      PIC 9(11)V99.

       *> Totales generales
       01 WS-TOT-PAGOS      PIC 9(7) VALUE ZERO.
       01 WS-TOT-RECAUDO    PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-REVERSADO  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-EVALUADAS  PIC 9(7) VALUE ZERO.
       01 WS-TOT-CUMPLIDAS  PIC 9(7) VALUE ZERO.
       01 WS-TOT-PARCIALES  PIC 9(7) VALUE ZERO.
       01 WS-TOT-ROTAS      PIC 9(7) VALUE ZERO.
       01 WS-TOT-PENDIENTES PIC 9(7) VALUE ZERO.
       01 WS-TOT-PROMETIDO  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-PAGADO     PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM LEER-CONTROL
           PERFORM CARGAR-COBRADORES
           PERFORM CARGAR-ASIGNACIONES
           PERFORM ACUMULAR-RECAUDO
           PERFORM ACUMULAR-PROMESAS
           OPEN OUTPUT LISTADO-FILE
           PERFORM IMPRIMIR-RECAUDO
           PERFORM IMPRIMIR-PROMESAS
           PERFORM IMPRIMIR-AVISOS
           CLOSE LISTADO-FILE
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
               DISPLAY "PRODCOB: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "PRODCOB: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control. Sin tarjeta, o con el periodo
       *> en blanco, se reporta el mes de la fecha de proceso.
       LEER-CONTROL.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CPR-PERIODO IS NUMERIC
                           MOVE CPR-PERIODO-N TO WS-PERIODO
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           IF WS-PERIODO = ZERO
               MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
           END-IF
           EXIT.

       *> Arma TABLA-PRODUCTIVIDAD con el renglon sin cobrador y un
       *> renglon por cobrador del maestro, activo o no: un cobrador
       *> retirado en el mes todavia tiene recaudo y promesas que
       *> reportar.
       CARGAR-COBRADORES.
           MOVE 1 TO WS-PD-COUNT
           MOVE ZERO TO WS-PD-OMITIDOS
           MOVE 1 TO WS-IDX-PD
           PERFORM INICIAR-RENGLON
           MOVE "SIN COBRADOR ASIGNADO" TO PD-NOMBRE(1)
           OPEN INPUT COBRADOR-FILE
           IF WS-COB-STATUS = "00"
               PERFORM UNTIL EOF-COB = "S"
                   READ COBRADOR-FILE
                       AT END MOVE "S" TO EOF-COB
                       NOT AT END
                           IF WS-PD-COUNT >= WS-PD-MAX
                               ADD 1 TO WS-PD-OMITIDOS
                           ELSE
                               ADD 1 TO WS-PD-COUNT
                               MOVE WS-PD-COUNT TO WS-IDX-PD
                               PERFORM INICIAR-RENGLON
                               MOVE COB-CODIGO TO PD-CODIGO(WS-IDX-PD)
                               MOVE COB-NOMBRE TO PD-NOMBRE(WS-IDX-PD)
                               MOVE COB-ACTIVO TO PD-ACTIVO(WS-IDX-PD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRADOR-FILE
           END-IF
           EXIT.

       INICIAR-RENGLON.
           MOVE SPACES TO PD-CODIGO(WS-IDX-PD) PD-NOMBRE(WS-IDX-PD)
           MOVE "S" TO PD-ACTIVO(WS-IDX-PD)
           MOVE ZERO TO PD-PAGOS(WS-IDX-PD) PD-RECAUDO(WS-IDX-PD)
                        PD-REVERSADO(WS-IDX-PD)
                        PD-EVALUADAS(WS-IDX-PD)
                        PD-CUMPLIDAS(WS-IDX-PD)
                        PD-PARCIALES(WS-IDX-PD)
                        PD-ROTAS(WS-IDX-PD)
                        PD-PENDIENTES(WS-IDX-PD)
                        PD-PROMETIDO(WS-IDX-PD)
                        PD-PAGADO(WS-IDX-PD).

       CARGAR-ASIGNACIONES.
           MOVE ZERO TO WS-AS-COUNT WS-AS-OMITIDAS
           OPEN INPUT ASIGNA-FILE
           IF WS-ASG-STATUS = "00"
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
           EXIT.

       *> Recaudo del periodo: aplicaciones de HISTPAG.DET con fecha
       *> de aplicacion en el mes (el mismo corte de CIERRE), menos
       *> las reversiones de DEVOLUC del mes.
       ACUMULAR-RECAUDO.
           OPEN INPUT HISTPAG-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF-HIST = "S"
                   READ HISTPAG-FILE
                       AT END MOVE "S" TO EOF-HIST
                       NOT AT END
                           ADD 1 TO WS-HIST-LEIDOS
                           IF HIST-FECHA-APLIC(1:6) = WS-PERIODO
                               ADD 1 TO WS-HIST-PERIODO
                               PERFORM ACUMULAR-UN-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTPAG-FILE
           END-IF
           EXIT.

       ACUMULAR-UN-PAGO.
           PERFORM BUSCAR-ASIGNACION
           MOVE WS-COB-PAGO TO WS-BUSCA-COB
           PERFORM BUSCAR-RENGLON
           IF HIST-ORIGEN = "R"
               ADD HIST-VALOR TO PD-REVERSADO(WS-IDX-PD)
           ELSE
               ADD 1 TO PD-PAGOS(WS-IDX-PD)
               ADD HIST-VALOR TO PD-RECAUDO(WS-IDX-PD)
           END-IF
           EXIT.

       *> Cobrador asignado al NIT+sucursal del pago: la asignacion
       *> exacta manda sobre la del NIT con sucursal en blanco.
       BUSCAR-ASIGNACION.
           MOVE SPACES TO WS-COB-PAGO
           MOVE 1 TO WS-IDX-AS
           PERFORM UNTIL WS-IDX-AS > WS-AS-COUNT
               IF AS-NIT(WS-IDX-AS) = HIST-NIT
                   IF AS-SUC(WS-IDX-AS) = HIST-SUC
                       MOVE AS-COBRADOR(WS-IDX-AS) TO WS-COB-PAGO
                       MOVE WS-AS-COUNT TO WS-IDX-AS
                   ELSE
                       IF AS-SUC(WS-IDX-AS) = SPACES
                           MOVE AS-COBRADOR(WS-IDX-AS) TO WS-COB-PAGO
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-AS
           END-PERFORM.

       *> Busca WS-BUSCA-COB en TABLA-PRODUCTIVIDAD. Un codigo en
       *> blanco o que no esta en el maestro cae en el renglon 1.
       BUSCAR-RENGLON.
           MOVE "N" TO WS-PD-ENCONTRADO
           MOVE 2 TO WS-IDX-PD
           PERFORM UNTIL WS-IDX-PD > WS-PD-COUNT OR
                         WS-PD-ENCONTRADO = "S"
               IF PD-CODIGO(WS-IDX-PD) = WS-BUSCA-COB
                   MOVE "S" TO WS-PD-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-PD
               END-IF
           END-PERFORM
           IF WS-PD-ENCONTRADO = "N" OR WS-BUSCA-COB = SPACES
               MOVE 1 TO WS-IDX-PD
           END-IF
           EXIT.

       *> Promesas con fecha prometida en el periodo, por el cobrador
       *> que las tomo. Las ya evaluadas por PROMESA cuentan para el
       *> porcentaje de cumplimiento; las pendientes solo se informan.
       ACUMULAR-PROMESAS.
           OPEN INPUT PROMESAS-FILE
           IF WS-PRM-STATUS = "00"
               PERFORM UNTIL EOF-PRM = "S"
                   READ PROMESAS-FILE
                       AT END MOVE "S" TO EOF-PRM
                       NOT AT END
                           IF PRM-FECHA-PROM(1:6) = WS-PERIODO
                               PERFORM ACUMULAR-UNA-PROMESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMESAS-FILE
           END-IF
           EXIT.

       ACUMULAR-UNA-PROMESA.
           MOVE PRM-COBRADOR TO WS-BUSCA-COB
           PERFORM BUSCAR-RENGLON
           IF PRM-ESTADO = "P"
               ADD 1 TO PD-PENDIENTES(WS-IDX-PD)
           ELSE
               ADD 1 TO PD-EVALUADAS(WS-IDX-PD)
               ADD PRM-VALOR  TO PD-PROMETIDO(WS-IDX-PD)
               ADD PRM-PAGADO TO PD-PAGADO(WS-IDX-PD)
               EVALUATE PRM-ESTADO
                   WHEN "C"
                       ADD 1 TO PD-CUMPLIDAS(WS-IDX-PD)
                   WHEN "I"
                       ADD 1 TO PD-PARCIALES(WS-IDX-PD)
                   WHEN OTHER
                       ADD 1 TO PD-ROTAS(WS-IDX-PD)
               END-EVALUATE
           END-IF
           EXIT.

       *> Seccion 1: recaudo del periodo por cobrador.
       IMPRIMIR-RECAUDO.
           MOVE SPACES TO WS-LINE
           STRING "PRODUCTIVIDAD DE COBRADORES - PERIODO: " WS-PERIODO
           " - FECHA DE PROCESO: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "*** RECAUDO DEL PERIODO (CLIENTES ASIGNADOS HOY) "
           "***"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "COB  | NOMBRE                         |   PAGOS | "
           "       RECAUDO |      REVERSADO |   RECAUDO NETO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 2 TO WS-IDX-PD
           PERFORM UNTIL WS-IDX-PD > WS-PD-COUNT
               PERFORM IMPRIMIR-LINEA-RECAUDO
               ADD 1 TO WS-IDX-PD
           END-PERFORM
           MOVE 1 TO WS-IDX-PD
           PERFORM IMPRIMIR-LINEA-RECAUDO
           MOVE WS-TOT-PAGOS     TO WS-CANT-TXT
           MOVE WS-TOT-RECAUDO   TO WS-VALOR-TXT
           MOVE WS-TOT-REVERSADO TO WS-VALOR2-TXT
           COMPUTE WS-NETO = WS-TOT-RECAUDO - WS-TOT-REVERSADO
           MOVE WS-NETO          TO WS-NETO-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL                                 | "
           WS-CANT-TXT " | " WS-VALOR-TXT " | " WS-VALOR2-TXT
           " | " WS-NETO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-LINEA-RECAUDO.
           ADD PD-PAGOS(WS-IDX-PD)     TO WS-TOT-PAGOS
           ADD PD-RECAUDO(WS-IDX-PD)   TO WS-TOT-RECAUDO
           ADD PD-REVERSADO(WS-IDX-PD) TO WS-TOT-REVERSADO
           MOVE PD-PAGOS(WS-IDX-PD)     TO WS-CANT-TXT
           MOVE PD-RECAUDO(WS-IDX-PD)   TO WS-VALOR-TXT
           MOVE PD-REVERSADO(WS-IDX-PD) TO WS-VALOR2-TXT
           COMPUTE WS-NETO = PD-RECAUDO(WS-IDX-PD) -
                             PD-REVERSADO(WS-IDX-PD)
           MOVE WS-NETO TO WS-NETO-TXT
           MOVE SPACES TO WS-LINE
           STRING PD-CODIGO(WS-IDX-PD) " | " PD-NOMBRE(WS-IDX-PD)
           " | " WS-CANT-TXT " | " WS-VALOR-TXT " | " WS-VALOR2-TXT
           " | " WS-NETO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF PD-ACTIVO(WS-IDX-PD) NOT = "S"
               MOVE "(INACTIVO)" TO WS-LINE(100:10)
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Seccion 2: promesas con fecha en el periodo por cobrador.
       *> % CUMPL es cumplidas sobre evaluadas; las cumplidas en
       *> parte cuentan como no cumplidas en el porcentaje.
       IMPRIMIR-PROMESAS.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "*** PROMESAS DE PAGO CON FECHA EN EL PERIODO ***"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "COB  | NOMBRE                         |  EVAL. | "
           " CUMP. |  PARC. |  ROTAS |  PEND. | %CUMP | "
           "    PROMETIDO |        PAGADO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE 2 TO WS-IDX-PD
           PERFORM UNTIL WS-IDX-PD > WS-PD-COUNT
               PERFORM IMPRIMIR-LINEA-PROMESAS
               ADD 1 TO WS-IDX-PD
           END-PERFORM
           MOVE 1 TO WS-IDX-PD
           PERFORM IMPRIMIR-LINEA-PROMESAS
           MOVE WS-TOT-EVALUADAS  TO WS-PRM-C1-TXT
           MOVE WS-TOT-CUMPLIDAS  TO WS-PRM-C2-TXT
           MOVE WS-TOT-PARCIALES  TO WS-PRM-C3-TXT
           MOVE WS-TOT-ROTAS      TO WS-PRM-C4-TXT
           MOVE WS-TOT-PENDIENTES TO WS-PRM-C5-TXT
           MOVE ZERO TO WS-PCT
           IF WS-TOT-EVALUADAS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-CUMPLIDAS * 100 / WS-TOT-EVALUADAS
           END-IF
           MOVE WS-PCT TO WS-PCT-TXT
           MOVE WS-TOT-PROMETIDO TO WS-PRM-V1-TXT
           MOVE WS-TOT-PAGADO    TO WS-PRM-V2-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL                                 | "
           WS-PRM-C1-TXT " | " WS-PRM-C2-TXT " | " WS-PRM-C3-TXT " | "
           WS-PRM-C4-TXT " | " WS-PRM-C5-TXT " | " WS-PCT-TXT " | "
           WS-PRM-V1-TXT " | " WS-PRM-V2-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-LINEA-PROMESAS.
           ADD PD-EVALUADAS(WS-IDX-PD)  TO WS-TOT-EVALUADAS
           ADD PD-CUMPLIDAS(WS-IDX-PD)  TO WS-TOT-CUMPLIDAS
           ADD PD-PARCIALES(WS-IDX-PD)  TO WS-TOT-PARCIALES
           ADD PD-ROTAS(WS-IDX-PD)      TO WS-TOT-ROTAS
           ADD PD-PENDIENTES(WS-IDX-PD) TO WS-TOT-PENDIENTES
           ADD PD-PROMETIDO(WS-IDX-PD)  TO WS-TOT-PROMETIDO
           ADD PD-PAGADO(WS-IDX-PD)     TO WS-TOT-PAGADO
           MOVE PD-EVALUADAS(WS-IDX-PD)  TO WS-PRM-C1-TXT
           MOVE PD-CUMPLIDAS(WS-IDX-PD)  TO WS-PRM-C2-TXT
           MOVE PD-PARCIALES(WS-IDX-PD)  TO WS-PRM-C3-TXT
           MOVE PD-ROTAS(WS-IDX-PD)      TO WS-PRM-C4-TXT
           MOVE PD-PENDIENTES(WS-IDX-PD) TO WS-PRM-C5-TXT
           MOVE ZERO TO WS-PCT
           IF PD-EVALUADAS(WS-IDX-PD) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   PD-CUMPLIDAS(WS-IDX-PD) * 100 /
                   PD-EVALUADAS(WS-IDX-PD)
           END-IF
           MOVE WS-PCT TO WS-PCT-TXT
           MOVE PD-PROMETIDO(WS-IDX-PD) TO WS-PRM-V1-TXT
           MOVE PD-PAGADO(WS-IDX-PD)    TO WS-PRM-V2-TXT
           MOVE SPACES TO WS-LINE
           STRING PD-CODIGO(WS-IDX-PD) " | " PD-NOMBRE(WS-IDX-PD)
           " | " WS-PRM-C1-TXT " | " WS-PRM-C2-TXT " | " WS-PRM-C3-TXT
           " | " WS-PRM-C4-TXT " | " WS-PRM-C5-TXT " | " WS-PCT-TXT
           " | " WS-PRM-V1-TXT " | " WS-PRM-V2-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-AVISOS.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "PAGOS LEIDOS DE HISTPAG.DET:  " WS-HIST-LEIDOS
           "  DEL PERIODO: " WS-HIST-PERIODO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-PD-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-PD-OMITIDOS
               " cobrador(es) fuera de la tabla (" WS-PD-MAX
               "): su recaudo y sus promesas salen sin cobrador."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-AS-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-AS-OMITIDAS
               " asignacion(es) fuera de la tabla (" WS-AS-MAX
               "): su recaudo sale sin cobrador."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
