       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB.                                              *> Consolidacion diaria de asientos para contabilidad

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASIPAG-FILE ASSIGN TO "PAGOS.ASI"                     *> Asientos de PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIPAG-STATUS.
           SELECT ASIMOV-FILE ASSIGN TO "MOVDIA.ASI"                    *> Asientos de MOVDIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIMOV-STATUS.
           SELECT ASIINT-FILE ASSIGN TO "CARGINT.ASI"                   *> Asientos de CARGINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIINT-STATUS.
           SELECT ASICAS-FILE ASSIGN TO "CASTIGO.ASI"                   *> Asientos de CASTIGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASICAS-STATUS.
           SELECT ASIDEV-FILE ASSIGN TO "DEVOLUC.ASI"                   *> Asientos de DEVOLUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIDEV-STATUS.
           SELECT ASIACU-FILE ASSIGN TO "ACUERDO.ASI"                   *> Asientos de ACUERDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIACU-STATUS.
           SELECT PAGCTL-FILE ASSIGN TO "PAGOS.CTL"                     *> Totales de control de PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGCTL-STATUS.
           SELECT MOVCTL-FILE ASSIGN TO "MOVDIA.CTL"                    *> Efecto de MOVDIA sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVCTL-STATUS.
           SELECT INTCTL-FILE ASSIGN TO "CARGINT.CTL"                   *> Efecto de CARGINT sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTCTL-STATUS.
           SELECT CASCTL-FILE ASSIGN TO "CASTIGO.CTL"                   *> Efecto de CASTIGO sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASCTL-STATUS.
           SELECT DEVCTL-FILE ASSIGN TO "DEVOLUC.CTL"                   *> Efecto de DEVOLUC sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVCTL-STATUS.
           SELECT ACUCTL-FILE ASSIGN TO "ACUERDO.CTL"                   *> Efecto de ACUERDO sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUCTL-STATUS.
           SELECT GL-FILE ASSIGN TO "CONTAB.DET"                        *> Archivo de carga para contabilidad
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTADO-FILE ASSIGN TO "CONTAB.LST"                   *> Listado de la consolidacion
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Asientos que deja cada programa que mueve DET.DET, todos
       *> con el trazado de ASI-REC en PAGOS. Se leen sobre
       *> WS-ASIENTO para tratarlos con un solo parrafo.
       FD ASIPAG-FILE.
       01 ASIPAG-REC       PIC X(65).

       FD ASIMOV-FILE.
       01 ASIMOV-REC       PIC X(65).

       FD ASIINT-FILE.
       01 ASIINT-REC       PIC X(65).

       FD ASICAS-FILE.
       01 ASICAS-REC       PIC X(65).

       FD ASIDEV-FILE.
       01 ASIDEV-REC       PIC X(65).

       FD ASIACU-FILE.
       01 ASIACU-REC       PIC X(65).

       *> Totales de control que ya lee CUADRE, con sus trazados. Un
       *> archivo ausente o con fecha vieja significa que ese
       *> programa no corrio hoy: efecto cero.
       FD PAGCTL-FILE.
       01 PAGCTL-REC.
           05 PCT-FECHA          PIC 9(8).
           05 PCT-TOTAL-ANTES    PIC 9(9)V99.
           05 PCT-TOTAL-APLICADO PIC 9(9)V99.
           05 PCT-TOTAL-DESPUES  PIC 9(9)V99.
           05 PCT-FIRME          PIC X(1).

       FD MOVCTL-FILE.
       01 MOVCTL-REC.
           05 MCT-FECHA       PIC 9(8).
           05 MCT-FACTURADO   PIC 9(9)V99.
           05 MCT-ACREDITADO  PIC 9(9)V99.
           05 MCT-RETENIDO    PIC 9(9)V99.
           05 MCT-LIBERADO    PIC 9(9)V99.

       FD INTCTL-FILE.
       01 INTCTL-REC.
           05 ICT-FECHA       PIC 9(8).
           05 ICT-CARGADO     PIC 9(9)V99.

       FD CASCTL-FILE.
       01 CASCTL-REC.
           05 CCT-FECHA       PIC 9(8).
           05 CCT-CASTIGADO   PIC 9(9)V99.

       FD DEVCTL-FILE.
       01 DEVCTL-REC.
           05 DCT-FECHA       PIC 9(8).
           05 DCT-REVERSADO   PIC 9(9)V99.

       FD ACUCTL-FILE.
       01 ACUCTL-REC.
           05 ACT-FECHA       PIC 9(8).
           05 ACT-CANCELADO   PIC 9(9)V99.
           05 ACT-CREADO      PIC 9(9)V99.

       *> Archivo de carga para contabilidad: cada asiento del dia
       *> se abre en su renglon debito ("D") y su renglon credito
       *> ("C"), con la sucursal como centro de costo, el NIT como
       *> tercero, el movimiento y documento fuente y el programa
       *> que lo origino. Si el dia se rechaza el archivo queda
       *> vacio: contabilidad nunca carga un dia descuadrado.
       FD GL-FILE.
       01 GL-REC.
           05 GL-FECHA        PIC 9(8).
           05 GL-CUENTA       PIC X(10).
           05 GL-NATURALEZA   PIC X(1).
           05 GL-VALOR        PIC 9(9)V99.
           05 GL-CCOSTO       PIC X(4).
           05 GL-TERCERO      PIC X(10).
           05 GL-MOV          PIC X(2).
           05 GL-TIP          PIC X(2).
           05 GL-COM          PIC X(4).
           05 GL-DCTO         PIC X(4).
           05 GL-ORIGEN       PIC X(8).

       FD LISTADO-FILE.
       01 LIST-REC         PIC X(120).

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
       01 WS-ASIPAG-STATUS  PIC X(2).
       01 WS-ASIMOV-STATUS  PIC X(2).
       01 WS-ASIINT-STATUS  PIC X(2).
       01 WS-ASICAS-STATUS  PIC X(2).
       01 WS-ASIDEV-STATUS  PIC X(2).
       01 WS-ASIACU-STATUS  PIC X(2).
       01 WS-PAGCTL-STATUS  PIC X(2).
       01 WS-MOVCTL-STATUS  PIC X(2).
       01 WS-INTCTL-STATUS  PIC X(2).
       01 WS-CASCTL-STATUS  PIC X(2).
       01 WS-DEVCTL-STATUS  PIC X(2).
       01 WS-ACUCTL-STATUS  PIC X(2).
       *> Variables de control
       01 EOF-ASI           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-FALLAS         PIC 9(2) VALUE ZERO.
       01 WS-ORIGEN         PIC X(8).
       01 WS-VAL-TXT        PIC Z(9)9.99.
       01 WS-VAL-TXT-2      PIC Z(9)9.99.
       01 WS-DIF-VALOR      PIC S9(10)V99.
       01 WS-DIF-TXT        PIC -(10)9.99.

       *> Asiento leido, con el trazado de ASI-REC en PAGOS.
       01 WS-ASIENTO.
           05 AS-FECHA        PIC 9(8).
           05 AS-MOV          PIC X(2).
           05 AS-CTA-DEB      PIC X(10).
           05 AS-CTA-CRE      PIC X(10).
           05 AS-CCOSTO       PIC X(4).
           05 AS-TERCERO      PIC X(10).
           05 AS-TIP          PIC X(2).
           05 AS-COM          PIC X(4).
           05 AS-DCTO         PIC X(4).
           05 AS-VALOR        PIC 9(9)V99.

       *> Contadores de la consolidacion: asientos leidos, asientos
       *> de otra fecha (archivo sobrante de un programa que no
       *> corrio hoy), asientos sin cuenta y asientos con un
       *> movimiento que esta consolidacion no conoce.
       01 WS-ASI-LEIDOS     PIC 9(8) VALUE ZERO.
       01 WS-ASI-DEL-DIA    PIC 9(8) VALUE ZERO.
       01 WS-ASI-VIEJOS     PIC 9(8) VALUE ZERO.
       01 WS-ASI-SIN-CTA    PIC 9(8) VALUE ZERO.
       01 WS-ASI-DESCONOC   PIC 9(8) VALUE ZERO.
       01 WS-GL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-DEBITOS  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZERO.

       *> Valor de los asientos del dia por movimiento: "PA" pago
       *> aplicado, "SA" suspenso aplicado, "SE" pago a suspenso,
       *> "FA" documento emitido, "NC" nota credito, "IN" interes,
       *> "CA" castigo, "DV" cheque devuelto y "AR" cartera
       *> reestructurada en acuerdo de pago.
       01 WS-MOV-PA         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-SA         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-SE         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-FA         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-NC         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-IN         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-CA         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-DV         PIC 9(9)V99 VALUE ZERO.
       01 WS-MOV-AR         PIC 9(9)V99 VALUE ZERO.

       *> Totales de control del dia tomados de los *.CTL, igual que
       *> los toma CUADRE (solo con la fecha de hoy).
       01 WS-CTL-APLICADO   PIC 9(9)V99 VALUE ZERO.
       01 WS-CTL-FACTURADO  PIC 9(9)V99 VALUE ZERO.
       01 WS-CTL-ACREDITADO PIC 9(9)V99 VALUE ZERO.
       01 WS-CTL-INTERES    PIC 9(9)V99 VALUE ZERO.
       01 WS-CTL-CASTIGADO  PIC 9(9)V99 VALUE ZERO.
       01 WS-CTL-REVERSADO  PIC 9(9)V99 VALUE ZERO.
       01 WS-CTL-REESTRUC   PIC 9(9)V99 VALUE ZERO.

       *> Comparacion en curso de COMPARAR-CONTROL.
       01 WS-CMP-NOMBRE     PIC X(32).
       01 WS-CMP-ASIENTOS   PIC 9(9)V99.
       01 WS-CMP-CONTROL    PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-CONTROLES
           OPEN OUTPUT GL-FILE
           PERFORM LEER-ASIENTOS-PAGOS
           PERFORM LEER-ASIENTOS-MOVDIA
           PERFORM LEER-ASIENTOS-CARGINT
           PERFORM LEER-ASIENTOS-CASTIGO
           PERFORM LEER-ASIENTOS-DEVOLUC
           PERFORM LEER-ASIENTOS-ACUERDO
           CLOSE GL-FILE
           PERFORM PROBAR-BALANCE
           PERFORM PROBAR-CONTROLES
           PERFORM IMPRIMIR-RESUMEN
           PERFORM IMPRIMIR-VEREDICTO
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
               DISPLAY "CONTAB: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CONTAB: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           STRING "CONSOLIDACION CONTABLE DEL DIA - FECHA: "
           WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ORIGEN   | MOV | NIT        | SUC  | DOCUMENTO    "
           "  |         VALOR | OBSERVACION"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Toma de los *.CTL del dia los totales contra los que se
       *> cuadran los asientos: aplicado de PAGOS, facturado y
       *> acreditado de MOVDIA, interes de CARGINT, castigado de
       *> CASTIGO, reversado de DEVOLUC y reestructurado de
       *> ACUERDO.
       CARGAR-CONTROLES.
           OPEN INPUT PAGCTL-FILE
           IF WS-PAGCTL-STATUS = "00"
               READ PAGCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PCT-FECHA = WS-FECHA-PROCESO
                           MOVE PCT-TOTAL-APLICADO TO WS-CTL-APLICADO
                       END-IF
               END-READ
               CLOSE PAGCTL-FILE
           END-IF
           OPEN INPUT MOVCTL-FILE
           IF WS-MOVCTL-STATUS = "00"
               READ MOVCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MCT-FECHA = WS-FECHA-PROCESO
                           MOVE MCT-FACTURADO  TO WS-CTL-FACTURADO
                           MOVE MCT-ACREDITADO TO WS-CTL-ACREDITADO
                       END-IF
               END-READ
               CLOSE MOVCTL-FILE
           END-IF
           OPEN INPUT INTCTL-FILE
           IF WS-INTCTL-STATUS = "00"
               READ INTCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ICT-FECHA = WS-FECHA-PROCESO
                           MOVE ICT-CARGADO TO WS-CTL-INTERES
                       END-IF
               END-READ
               CLOSE INTCTL-FILE
           END-IF
           OPEN INPUT CASCTL-FILE
           IF WS-CASCTL-STATUS = "00"
               READ CASCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CCT-FECHA = WS-FECHA-PROCESO
                           MOVE CCT-CASTIGADO TO WS-CTL-CASTIGADO
                       END-IF
               END-READ
               CLOSE CASCTL-FILE
           END-IF
           OPEN INPUT DEVCTL-FILE
           IF WS-DEVCTL-STATUS = "00"
               READ DEVCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DCT-FECHA = WS-FECHA-PROCESO
                           MOVE DCT-REVERSADO TO WS-CTL-REVERSADO
                       END-IF
               END-READ
               CLOSE DEVCTL-FILE
           END-IF
           OPEN INPUT ACUCTL-FILE
           IF WS-ACUCTL-STATUS = "00"
               READ ACUCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ACT-FECHA = WS-FECHA-PROCESO
                           MOVE ACT-CANCELADO TO WS-CTL-REESTRUC
                       END-IF
               END-READ
               CLOSE ACUCTL-FILE
           END-IF
           EXIT.

       *> Lee los asientos de cada programa. Un archivo ausente es un
       *> programa que nunca ha corrido: no aporta asientos, y si su
       *> control dice que si movio la cartera la comparacion contra
       *> el *.CTL lo detecta.
       LEER-ASIENTOS-PAGOS.
           MOVE "PAGOS" TO WS-ORIGEN
           OPEN INPUT ASIPAG-FILE
           IF WS-ASIPAG-STATUS = "00"
               MOVE "N" TO EOF-ASI
               PERFORM UNTIL EOF-ASI = "S"
                   READ ASIPAG-FILE INTO WS-ASIENTO
                       AT END MOVE "S" TO EOF-ASI
                       NOT AT END PERFORM PROCESAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASIPAG-FILE
           END-IF
           EXIT.

       LEER-ASIENTOS-MOVDIA.
           MOVE "MOVDIA" TO WS-ORIGEN
           OPEN INPUT ASIMOV-FILE
           IF WS-ASIMOV-STATUS = "00"
               MOVE "N" TO EOF-ASI
               PERFORM UNTIL EOF-ASI = "S"
                   READ ASIMOV-FILE INTO WS-ASIENTO
                       AT END MOVE "S" TO EOF-ASI
                       NOT AT END PERFORM PROCESAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASIMOV-FILE
           END-IF
           EXIT.

       LEER-ASIENTOS-CARGINT.
           MOVE "CARGINT" TO WS-ORIGEN
           OPEN INPUT ASIINT-FILE
           IF WS-ASIINT-STATUS = "00"
               MOVE "N" TO EOF-ASI
               PERFORM UNTIL EOF-ASI = "S"
                   READ ASIINT-FILE INTO WS-ASIENTO
                       AT END MOVE "S" TO EOF-ASI
                       NOT AT END PERFORM PROCESAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASIINT-FILE
           END-IF
           EXIT.

       LEER-ASIENTOS-CASTIGO.
           MOVE "CASTIGO" TO WS-ORIGEN
           OPEN INPUT ASICAS-FILE
           IF WS-ASICAS-STATUS = "00"
               MOVE "N" TO EOF-ASI
               PERFORM UNTIL EOF-ASI = "S"
                   READ ASICAS-FILE INTO WS-ASIENTO
                       AT END MOVE "S" TO EOF-ASI
                       NOT AT END PERFORM PROCESAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASICAS-FILE
           END-IF
           EXIT.

       LEER-ASIENTOS-DEVOLUC.
           MOVE "DEVOLUC" TO WS-ORIGEN
           OPEN INPUT ASIDEV-FILE
           IF WS-ASIDEV-STATUS = "00"
               MOVE "N" TO EOF-ASI
               PERFORM UNTIL EOF-ASI = "S"
                   READ ASIDEV-FILE INTO WS-ASIENTO
                       AT END MOVE "S" TO EOF-ASI
                       NOT AT END PERFORM PROCESAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASIDEV-FILE
           END-IF
           EXIT.

       LEER-ASIENTOS-ACUERDO.
           MOVE "ACUERDO" TO WS-ORIGEN
           OPEN INPUT ASIACU-FILE
           IF WS-ASIACU-STATUS = "00"
               MOVE "N" TO EOF-ASI
               PERFORM UNTIL EOF-ASI = "S"
                   READ ASIACU-FILE INTO WS-ASIENTO
                       AT END MOVE "S" TO EOF-ASI
                       NOT AT END PERFORM PROCESAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ASIACU-FILE
           END-IF
           EXIT.

       *> Trata el asiento leido (WS-ASIENTO): los de otra fecha se
       *> cuentan y se saltan; los del dia se acumulan por
       *> movimiento y se abren en su renglon debito y su renglon
       *> credito en CONTAB.DET. Un lado sin cuenta no se escribe,
       *> de modo que el dia queda descuadrado y se rechaza.
       PROCESAR-ASIENTO.
           ADD 1 TO WS-ASI-LEIDOS
           IF AS-FECHA NOT = WS-FECHA-PROCESO
               ADD 1 TO WS-ASI-VIEJOS
           ELSE
               ADD 1 TO WS-ASI-DEL-DIA
               EVALUATE AS-MOV
                   WHEN "PA" ADD AS-VALOR TO WS-MOV-PA
                   WHEN "SA" ADD AS-VALOR TO WS-MOV-SA
                   WHEN "SE" ADD AS-VALOR TO WS-MOV-SE
                   WHEN "FA" ADD AS-VALOR TO WS-MOV-FA
                   WHEN "NC" ADD AS-VALOR TO WS-MOV-NC
                   WHEN "IN" ADD AS-VALOR TO WS-MOV-IN
                   WHEN "CA" ADD AS-VALOR TO WS-MOV-CA
                   WHEN "DV" ADD AS-VALOR TO WS-MOV-DV
                   WHEN "AR" ADD AS-VALOR TO WS-MOV-AR
                   WHEN OTHER
                       ADD 1 TO WS-ASI-DESCONOC
                       PERFORM IMPRIMIR-ASIENTO-DESCONOC
               END-EVALUATE
               IF AS-CTA-DEB = SPACES OR AS-CTA-CRE = SPACES
                   ADD 1 TO WS-ASI-SIN-CTA
                   PERFORM IMPRIMIR-ASIENTO-SIN-CTA
               END-IF
               IF AS-CTA-DEB NOT = SPACES
                   MOVE AS-CTA-DEB TO GL-CUENTA
                   MOVE "D"        TO GL-NATURALEZA
                   PERFORM ESCRIBIR-RENGLON-GL
                   ADD AS-VALOR TO WS-TOTAL-DEBITOS
               END-IF
               IF AS-CTA-CRE NOT = SPACES
                   MOVE AS-CTA-CRE TO GL-CUENTA
                   MOVE "C"        TO GL-NATURALEZA
                   PERFORM ESCRIBIR-RENGLON-GL
                   ADD AS-VALOR TO WS-TOTAL-CREDITOS
               END-IF
           END-IF
           EXIT.

       *> Completa y graba el renglon de CONTAB.DET del asiento
       *> actual con la cuenta y la naturaleza que dejo el llamador.
       ESCRIBIR-RENGLON-GL.
           MOVE AS-FECHA   TO GL-FECHA
           MOVE AS-VALOR   TO GL-VALOR
           MOVE AS-CCOSTO  TO GL-CCOSTO
           MOVE AS-TERCERO TO GL-TERCERO
           MOVE AS-MOV     TO GL-MOV
           MOVE AS-TIP     TO GL-TIP
           MOVE AS-COM     TO GL-COM
           MOVE AS-DCTO    TO GL-DCTO
           MOVE WS-ORIGEN  TO GL-ORIGEN
           WRITE GL-REC
           ADD 1 TO WS-GL-COUNT
           EXIT.

       IMPRIMIR-ASIENTO-SIN-CTA.
           MOVE AS-VALOR TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING WS-ORIGEN " | " AS-MOV "  | " AS-TERCERO " | "
           AS-CCOSTO " | " AS-TIP " " AS-COM " " AS-DCTO "   | "
           WS-VAL-TXT " | SIN CUENTA EN CUENTAS.DET"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-ASIENTO-DESCONOC.
           MOVE AS-VALOR TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING WS-ORIGEN " | " AS-MOV "  | " AS-TERCERO " | "
           AS-CCOSTO " | " AS-TIP " " AS-COM " " AS-DCTO "   | "
           WS-VAL-TXT " | MOVIMIENTO DESCONOCIDO"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Prueba de partida doble: debitos igual creditos, sin
       *> asientos sin cuenta ni movimientos desconocidos.
       PROBAR-BALANCE.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           COMPUTE WS-DIF-VALOR = WS-TOTAL-DEBITOS - WS-TOTAL-CREDITOS
           MOVE WS-TOTAL-DEBITOS  TO WS-VAL-TXT
           MOVE WS-TOTAL-CREDITOS TO WS-VAL-TXT-2
           MOVE SPACES TO WS-LINE
           IF WS-DIF-VALOR = ZERO
               STRING "DEBITOS " WS-VAL-TXT " CREDITOS " WS-VAL-TXT-2
               "   OK"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-FALLAS
               MOVE WS-DIF-VALOR TO WS-DIF-TXT
               STRING "DEBITOS " WS-VAL-TXT " CREDITOS " WS-VAL-TXT-2
               "   FALLA - DIFERENCIA " WS-DIF-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           IF WS-ASI-SIN-CTA > ZERO
               ADD 1 TO WS-FALLAS
               MOVE SPACES TO WS-LINE
               STRING "FALLA: " WS-ASI-SIN-CTA
               " asiento(s) sin cuenta: completar CUENTAS.DET y "
               "repetir el programa que los genero."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-ASI-DESCONOC > ZERO
               ADD 1 TO WS-FALLAS
               MOVE SPACES TO WS-LINE
               STRING "FALLA: " WS-ASI-DESCONOC
               " asiento(s) con movimiento desconocido."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Cruza el valor de los asientos de cada programa contra el
       *> total de su *.CTL: lo contabilizado debe ser exactamente
       *> lo que ese programa le hizo a DET.DET. El pago a suspenso
       *> ("SE") no toca la cartera y no tiene control que cruzar.
       PROBAR-CONTROLES.
           MOVE "PAGOS   PA+SA CONTRA APLICADO" TO WS-CMP-NOMBRE
           COMPUTE WS-CMP-ASIENTOS = WS-MOV-PA + WS-MOV-SA
           MOVE WS-CTL-APLICADO TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           MOVE "MOVDIA  FA CONTRA FACTURADO" TO WS-CMP-NOMBRE
           MOVE WS-MOV-FA TO WS-CMP-ASIENTOS
           MOVE WS-CTL-FACTURADO TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           MOVE "MOVDIA  NC CONTRA ACREDITADO" TO WS-CMP-NOMBRE
           MOVE WS-MOV-NC TO WS-CMP-ASIENTOS
           MOVE WS-CTL-ACREDITADO TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           MOVE "CARGINT IN CONTRA CARGADO" TO WS-CMP-NOMBRE
           MOVE WS-MOV-IN TO WS-CMP-ASIENTOS
           MOVE WS-CTL-INTERES TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           MOVE "CASTIGO CA CONTRA CASTIGADO" TO WS-CMP-NOMBRE
           MOVE WS-MOV-CA TO WS-CMP-ASIENTOS
           MOVE WS-CTL-CASTIGADO TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           MOVE "DEVOLUC DV CONTRA REVERSADO" TO WS-CMP-NOMBRE
           MOVE WS-MOV-DV TO WS-CMP-ASIENTOS
           MOVE WS-CTL-REVERSADO TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           MOVE "ACUERDO AR CONTRA REESTRUCTURADO" TO WS-CMP-NOMBRE
           MOVE WS-MOV-AR TO WS-CMP-ASIENTOS
           MOVE WS-CTL-REESTRUC TO WS-CMP-CONTROL
           PERFORM COMPARAR-CONTROL
           EXIT.

       *> Imprime una comparacion (WS-CMP-*) y cuenta la falla si
       *> los asientos no cuadran con el control.
       COMPARAR-CONTROL.
           MOVE WS-CMP-ASIENTOS TO WS-VAL-TXT
           MOVE WS-CMP-CONTROL  TO WS-VAL-TXT-2
           MOVE SPACES TO WS-LINE
           IF WS-CMP-ASIENTOS = WS-CMP-CONTROL
               STRING WS-CMP-NOMBRE " ASIENTOS " WS-VAL-TXT
               " CTL " WS-VAL-TXT-2 "   OK"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-FALLAS
               COMPUTE WS-DIF-VALOR = WS-CMP-ASIENTOS - WS-CMP-CONTROL
               MOVE WS-DIF-VALOR TO WS-DIF-TXT
               STRING WS-CMP-NOMBRE " ASIENTOS " WS-VAL-TXT
               " CTL " WS-VAL-TXT-2 "   FALLA " WS-DIF-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Totales por movimiento, para que contabilidad cuadre la
       *> carga contra los listados de cada programa.
       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "ASIENTOS LEIDOS:          " WS-ASI-LEIDOS
           " (del dia: " WS-ASI-DEL-DIA ", de otra fecha omitidos: "
           WS-ASI-VIEJOS ")"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "RENGLONES EN CONTAB.DET:  " WS-GL-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-PA TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "PA PAGOS APLICADOS:       " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-SA TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "SA SUSPENSO APLICADO:     " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-SE TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "SE PAGOS A SUSPENSO:      " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-FA TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "FA DOCUMENTOS EMITIDOS:   " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-NC TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "NC NOTAS CREDITO:         " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-IN TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "IN INTERES DE MORA:       " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-CA TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "CA CASTIGOS:              " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-DV TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "DV CHEQUES DEVUELTOS:     " WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-MOV-AR TO WS-VAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "AR CARTERA REESTRUCTURADA:" WS-VAL-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Veredicto del dia. Con cualquier falla CONTAB.DET se deja
       *> vacio: la carga a contabilidad es todo el dia o nada.
       IMPRIMIR-VEREDICTO.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           IF WS-FALLAS = ZERO
               STRING "*** DIA ACEPTADO: CONTAB.DET LISTO PARA "
               "CONTABILIDAD ***"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               OPEN OUTPUT GL-FILE
               CLOSE GL-FILE
               STRING "*** DIA RECHAZADO: " WS-FALLAS " FALLA(S) - "
               "CONTAB.DET QUEDO VACIO ***"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.
