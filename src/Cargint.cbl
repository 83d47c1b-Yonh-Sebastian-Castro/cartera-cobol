               FILE STATUS IS WS-INTHIST-STATUS.
           SELECT CTL-FILE ASSIGN TO "CARGINT.CTL"                      *> Totales de control para CUADRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DET"                  *> Cuentas contables por movimiento y TIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAS-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO "CARGINT.ASI"                 *> Asientos contables de la corrida
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT GLOSAS-FILE ASSIGN TO "GLOSAS.DET"                    *> Registro de glosas que mantiene GLOSAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> INTERES.DET se consume en cada corrida, asi que esta
       *> historia es la unica fuente durable del interes cargado;
       *> de aqui toma EXTRACTO el interes del periodo del cliente.
       *> ARCHIST pasa los cargos viejos a un historico y deja en su
       *> lugar un registro resumen por documento origen con fecha
       *> en cero y el interes archivado: se acumula en
       *> TABLA-YA-CONT como cualquier otro cargo.
       FD INTHIST-FILE.
       01 INH-REC.
           05 INH-FECHA       PIC 9(8).
           05 ICT-FECHA       PIC 9(8).
           05 ICT-CARGADO     PIC 9(9)V99.

       *> Plan de cuentas de la interfaz contable: para cada tipo de
       *> movimiento y TIP de documento, la cuenta debito y la
       *> cuenta credito. Un TIP en blanco es la cuenta por defecto
       *> del movimiento para cualquier TIP sin renglon propio.
       FD CUENTAS-FILE.
       01 CUENTA-REC.
           05 CTA-MOV         PIC X(2).
           05 CTA-TIP         PIC X(2).
           05 CTA-DEBITO      PIC X(10).
           05 CTA-CREDITO     PIC X(10).
           05 CTA-DESCRIP     PIC X(30).

       *> Asientos contables de la corrida, uno por movimiento de
       *> cartera, con el mismo trazado de PAGOS.ASI: CONTAB los
       *> consolida en el archivo de carga para contabilidad.
       *> Movimiento de CARGINT: "IN" ingreso por interes de mora,
       *> sobre el documento de interes (TIP "IN").
       FD ASIENTOS-FILE.
       01 ASI-REC.
           05 ASI-FECHA       PIC 9(8).
           05 ASI-MOV         PIC X(2).
           05 ASI-CTA-DEB     PIC X(10).
           05 ASI-CTA-CRE     PIC X(10).
           05 ASI-CCOSTO      PIC X(4).
           05 ASI-TERCERO     PIC X(10).
           05 ASI-TIP         PIC X(2).
           05 ASI-COM         PIC X(4).
           05 ASI-DCTO        PIC X(4).
           05 ASI-VALOR       PIC 9(9)V99.

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
       *> GLOSAS, con el mismo trazado con que alla se escribe.
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

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-INTERES-STATUS PIC X(2).
       01 WS-INTHIST-STATUS PIC X(2).
       01 WS-CTAS-STATUS    PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-INTERES       PIC X VALUE "N".
       01 WS-INT-EN-CERO    PIC 9(8) VALUE ZERO.
       01 WS-INT-SIN-CUPO   PIC 9(8) VALUE ZERO.
       01 WS-INT-SIN-INCR   PIC 9(8) VALUE ZERO.
       01 WS-INT-EN-GLOSA   PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CARGADO  PIC 9(9)V99 VALUE ZERO.

       *> Incremento real a contabilizar del cargo actual: CARTERA
       01 WS-INT-INCR       PIC S9(9)V99.
       01 WS-YA-CONT        PIC 9(9)V99.

       *> Glosas abiertas de GLOSAS.DET. CARTERA ya no calcula
       *> interes sobre un documento glosado, pero la glosa puede
       *> abrirse entre la corrida de CARTERA y la de CARGINT: el
       *> cargo de un documento en disputa no se contabiliza.
       01 WS-GLO-STATUS     PIC X(2).
       01 EOF-GLO           PIC X VALUE "N".
       01 WS-GL-MAX         PIC 9(8) VALUE 5000.
       01 WS-GL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-GL-OMITIDAS    PIC 9(8) VALUE ZERO.
       01 TABLA-GLOSAS.
           05 GL-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-GL-COUNT.
               10 GL-NIT         PIC X(10).
               10 GL-SUC         PIC X(4).
               10 GL-TIP         PIC X(2).
               10 GL-COM         PIC X(4).
               10 GL-DCTO        PIC X(4).
       01 WS-IDX-GL         PIC 9(8).
       01 WS-EN-GLOSA       PIC X VALUE "N".

       *> Acumulado de INTHIST.DET por llave de documento origen:
       *> cuanto interes se le ha contabilizado ya a cada
       *> NIT+sucursal+COM/DCTO en todas las corridas anteriores.
               10 YC-VALOR       PIC 9(9)V99.
       01 WS-IDX-YC         PIC 9(8).

       *> Plan de cuentas en memoria, cargado de CUENTAS.DET, y
       *> asiento en proceso, igual que en PAGOS.
       01 EOF-CTAS          PIC X VALUE "N".
       01 WS-CT-MAX         PIC 9(4) VALUE 500.
       01 WS-CT-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CT-OMITIDAS    PIC 9(4) VALUE ZERO.
       01 TABLA-CUENTAS.
           05 CT-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-CT-COUNT.
               10 CT-MOV         PIC X(2).
               10 CT-TIP         PIC X(2).
               10 CT-DEBITO      PIC X(10).
               10 CT-CREDITO     PIC X(10).
       01 WS-IDX-CT         PIC 9(4).
       01 WS-ASI-MOV        PIC X(2).
       01 WS-ASI-TIP        PIC X(2).
       01 WS-ASI-DEB        PIC X(10).
       01 WS-ASI-CRE        PIC X(10).
       01 WS-ASI-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ASI-SIN-CTA    PIC 9(8) VALUE ZERO.
       01 WS-ASI-TOTAL      PIC 9(9)V99 VALUE ZERO.

       *> Control de capacidad de la tabla de documentos
       01 WS-DOC-MAX        PIC 9(8) VALUE 20000.
       01 WS-DOC-COUNT      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-YA-CONTABILIZADO
           PERFORM CARGAR-GLOSAS
           PERFORM CARGAR-CUENTAS
           PERFORM CONTABILIZAR-CARGOS
           PERFORM REESCRIBIR-DET
           PERFORM CONSUMIR-INTERES
           PERFORM GRABAR-HISTORIA
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-ASIENTOS
           PERFORM IMPRIMIR-RESUMEN
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
               DISPLAY "CARGINT: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CARGINT: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Carga DET.DET completo a TABLA-DOCUMENTOS. Los documentos
       *> que excedan WS-DOC-MAX se cuentan en WS-DOC-OMITIDOS y la
       *> corrida no reescribe nada, igual que hace PAGOS.
           CLOSE DET-FILE
           EXIT.

       *> Carga de GLOSAS.DET las llaves de las glosas abiertas
       *> (estado "A"). Sin el archivo no hay cargos en disputa.
       CARGAR-GLOSAS.
           MOVE ZERO TO WS-GL-COUNT WS-GL-OMITIDAS
           OPEN INPUT GLOSAS-FILE
           IF WS-GLO-STATUS = "00"
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
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLOSAS-FILE
           END-IF
           EXIT.

       *> Deja WS-EN-GLOSA en "S" si el documento que origino el
       *> cargo actual (INTERES-REC) tiene glosa abierta.
       BUSCAR-GLOSA.
           MOVE "N" TO WS-EN-GLOSA
           MOVE 1 TO WS-IDX-GL
           PERFORM UNTIL WS-IDX-GL > WS-GL-COUNT OR WS-EN-GLOSA = "S"
               IF GL-NIT(WS-IDX-GL)  = INT-NIT AND
                  GL-SUC(WS-IDX-GL)  = INT-SUC AND
                  GL-TIP(WS-IDX-GL)  = INT-TIP AND
                  GL-COM(WS-IDX-GL)  = INT-COM AND
                  GL-DCTO(WS-IDX-GL) = INT-DCTO
                   MOVE "S" TO WS-EN-GLOSA
               ELSE
                   ADD 1 TO WS-IDX-GL
               END-IF
           END-PERFORM.

       *> Lee INTHIST.DET y acumula por llave de documento origen el
       *> interes ya contabilizado en corridas anteriores. Como
       *> CARTERA escribe el interes acumulado desde el vencimiento,
       *> abre uno nuevo con vencimiento en la fecha de proceso para
       *> que empiece a envejecer desde hoy. Un cargo sin incremento
       *> (la historia ya cubre el acumulado que trae CARTERA) se
       *> deja constancia y no toca la cartera. El cargo de un
       *> documento con glosa abierta no se contabiliza.
       CONTABILIZAR-UN-CARGO.
           PERFORM BUSCAR-GLOSA
           IF WS-EN-GLOSA = "S" AND INT-VALOR > ZERO
               ADD 1 TO WS-INT-EN-GLOSA
               PERFORM IMPRIMIR-CARGO-EN-GLOSA
           ELSE
               PERFORM CONTABILIZAR-CARGO-LIBRE
           END-IF.

       CONTABILIZAR-CARGO-LIBRE.
           IF INT-VALOR = ZERO
               ADD 1 TO WS-INT-EN-CERO
           ELSE
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Renglon para un cargo sobre un documento con glosa
       *> abierta: no se contabiliza mientras la disputa siga.
       IMPRIMIR-CARGO-EN-GLOSA.
           MOVE INT-VALOR TO WS-VALOR-TXT
           MOVE SPACES    TO WS-LINE
           STRING
               INT-NIT "  | " INT-SUC " | "
               INT-TIP " " INT-COM " " INT-DCTO "   | "
               INT-DIAS " | " WS-VALOR-TXT " | "
               "DOCUMENTO EN DISPUTA: NO SE CONTABILIZA"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Renglon para un cargo que no cupo en la tabla: queda solo
       *> en este listado (INTERES.DET se consume igual), asi que la
       *> linea trae todo lo necesario para recuperarlo a mano.
           CLOSE CTL-FILE
           EXIT.

       *> Graba CARGINT.ASI con un asiento "IN" por cada incremento
       *> de interes contabilizado, tomado de la misma tabla con que
       *> se graba INTHIST.DET. Se reescribe en cada corrida, igual
       *> que CARGINT.CTL: en una corrida no firme queda vacio.
       GRABAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS-FILE
           IF WS-DOC-OMITIDOS = ZERO
               MOVE "IN" TO WS-ASI-MOV
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-IH-COUNT
                   MOVE SPACES            TO ASI-REC
                   MOVE IH-NIT(WS-IDX)    TO ASI-TERCERO
                   MOVE IH-SUC(WS-IDX)    TO ASI-CCOSTO
                   MOVE "IN"              TO ASI-TIP
                   MOVE IH-COM(WS-IDX)    TO ASI-COM
                   MOVE IH-DCTO(WS-IDX)   TO ASI-DCTO
                   MOVE IH-VALOR(WS-IDX)  TO ASI-VALOR
                   PERFORM ESCRIBIR-ASIENTO
                   ADD 1 TO WS-IDX
               END-PERFORM
           END-IF
           CLOSE ASIENTOS-FILE
           EXIT.

       *> Carga CUENTAS.DET (plan de cuentas de la interfaz contable)
       *> en TABLA-CUENTAS. Si el archivo no existe los asientos se
       *> graban igual, sin cuenta, y el resumen lo avisa.
       CARGAR-CUENTAS.
           MOVE ZERO TO WS-CT-COUNT WS-CT-OMITIDAS
           OPEN INPUT CUENTAS-FILE
           IF WS-CTAS-STATUS = "00"
               MOVE "N" TO EOF-CTAS
               PERFORM UNTIL EOF-CTAS = "S"
                   READ CUENTAS-FILE
                       AT END MOVE "S" TO EOF-CTAS
                       NOT AT END
                           IF WS-CT-COUNT >= WS-CT-MAX
                               ADD 1 TO WS-CT-OMITIDAS
                           ELSE
                               ADD 1 TO WS-CT-COUNT
                               MOVE CTA-MOV     TO CT-MOV(WS-CT-COUNT)
                               MOVE CTA-TIP     TO CT-TIP(WS-CT-COUNT)
                               MOVE CTA-DEBITO  TO
                                             CT-DEBITO(WS-CT-COUNT)
                               MOVE CTA-CREDITO TO
                                             CT-CREDITO(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
           END-IF
           EXIT.

       *> Busca las cuentas del movimiento WS-ASI-MOV para el TIP
       *> WS-ASI-TIP: primero el renglon exacto y, si no hay, el
       *> renglon por defecto del movimiento (TIP en blanco). Deja
       *> las cuentas en WS-ASI-DEB y WS-ASI-CRE, en blanco si el
       *> plan de cuentas no tiene el movimiento.
       BUSCAR-CUENTA.
           MOVE SPACES TO WS-ASI-DEB WS-ASI-CRE
           MOVE 1 TO WS-IDX-CT
           PERFORM UNTIL WS-IDX-CT > WS-CT-COUNT
               IF CT-MOV(WS-IDX-CT) = WS-ASI-MOV AND
                  CT-TIP(WS-IDX-CT) = WS-ASI-TIP
                   MOVE CT-DEBITO(WS-IDX-CT)  TO WS-ASI-DEB
                   MOVE CT-CREDITO(WS-IDX-CT) TO WS-ASI-CRE
                   MOVE WS-CT-COUNT TO WS-IDX-CT
               END-IF
               ADD 1 TO WS-IDX-CT
           END-PERFORM
           IF WS-ASI-DEB = SPACES AND WS-ASI-CRE = SPACES
               MOVE 1 TO WS-IDX-CT
               PERFORM UNTIL WS-IDX-CT > WS-CT-COUNT
                   IF CT-MOV(WS-IDX-CT) = WS-ASI-MOV AND
                      CT-TIP(WS-IDX-CT) = SPACES
                       MOVE CT-DEBITO(WS-IDX-CT)  TO WS-ASI-DEB
                       MOVE CT-CREDITO(WS-IDX-CT) TO WS-ASI-CRE
                       MOVE WS-CT-COUNT TO WS-IDX-CT
                   END-IF
                   ADD 1 TO WS-IDX-CT
               END-PERFORM
           END-IF.

       *> Completa y graba el asiento que dejo armado el llamador en
       *> ASI-REC (tercero, centro de costo, documento y valor) con
       *> la fecha, el movimiento WS-ASI-MOV y sus cuentas.
       ESCRIBIR-ASIENTO.
           MOVE ASI-TIP TO WS-ASI-TIP
           PERFORM BUSCAR-CUENTA
           MOVE WS-FECHA-PROCESO TO ASI-FECHA
           MOVE WS-ASI-MOV       TO ASI-MOV
           MOVE WS-ASI-DEB       TO ASI-CTA-DEB
           MOVE WS-ASI-CRE       TO ASI-CTA-CRE
           IF WS-ASI-DEB = SPACES OR WS-ASI-CRE = SPACES
               ADD 1 TO WS-ASI-SIN-CTA
           END-IF
           WRITE ASI-REC
           ADD 1 TO WS-ASI-COUNT
           ADD ASI-VALOR TO WS-ASI-TOTAL
           EXIT.

       *> Totales de la corrida al final del registro.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "CARGOS EN DISPUTA:        " WS-INT-EN-GLOSA
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOTAL-CARGADO TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "TOTAL INTERES CARGADO A CARTERA: " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-ASI-TOTAL TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS CONTABLES (CARGINT.ASI): " WS-ASI-COUNT
           " por " WS-SALDO-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-CT-COUNT = ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: CUENTAS.DET no existe o vino vacio: "
               "los asientos salen sin cuenta y CONTAB rechazara "
               "el dia."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-CT-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-CT-OMITIDAS
               " cuenta(s) de CUENTAS.DET fuera de la tabla ("
               WS-CT-MAX "): pueden salir asientos sin cuenta."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-ASI-SIN-CTA > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-ASI-SIN-CTA
               " asiento(s) sin cuenta en CUENTAS.DET: CONTAB "
               "rechazara el dia hasta completar el plan de cuentas."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-GL-OMITIDAS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-GL-OMITIDAS
               " glosa(s) abierta(s) de GLOSAS.DET fuera de la tabla"
               " (" WS-GL-MAX "): sus cargos pudieron contabilizarse."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-YC-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-YC-OMITIDOS
