           SELECT CASTIG-FILE ASSIGN TO "CASTIGADOS.DET"                *> Historia de castigos (CASTIGO)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT ACUERDOS-FILE ASSIGN TO "ACUERDOS.DET"                *> Acuerdos de pago (ACUERDO)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT EXTRACTO-FILE ASSIGN TO "EXTRACTO.DET"                *> Extractos formateados, uno por NIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CONTACTO-NIT    PIC X(30).

       *> Historia de aplicaciones que deja PAGOS, con el mismo
       *> trazado con que alla se escribe. Los cheques devueltos que
       *> reversa DEVOLUC vienen en la misma historia con origen "R".
       FD HISTPAG-FILE.
       01 HIST-REC.
           05 HIST-FECHA-APLIC PIC 9(8).
           05 HIST-FECHA-PAG   PIC 9(8).
           05 HIST-VALOR       PIC 9(9)V99.
           05 HIST-ORIGEN      PIC X(1).
           05 HIST-FECHA-VCTO  PIC 9(8).

       *> Historia de documentos emitidos que deja MOVDIA.
       FD EMITIDOS-FILE.
           05 EMI-FECHA-VCTO  PIC 9(8).
           05 EMI-VALOR       PIC 9(9)V99.

       *> Historia de interes contabilizado que deja CARGINT. Los
       *> registros resumen que deja ARCHIST vienen con fecha en cero
       *> y nunca caen en un periodo.
       FD INTHIST-FILE.
       01 INH-REC.
           05 INH-FECHA       PIC 9(8).
           05 CAST-DCTO       PIC X(4).
           05 CAST-SALDO      PIC 9(9)V99.
           05 CAST-APROB      PIC X(6).
           05 CAST-APROB2     PIC X(6).

       *> Archivo permanente de acuerdos de pago que deja ACUERDO:
       *> encabezado ("E"), documentos cancelados ("D") y cuotas
       *> creadas ("C") de cada acuerdo, con la fecha del acuerdo.
       FD ACUERDOS-FILE.
       01 ACU-REC.
           05 ACU-NUMERO         PIC X(4).
           05 ACU-TIPO-REG       PIC X(1).
           05 ACU-NIT            PIC X(10).
           05 ACU-SUC            PIC X(4).
           05 ACU-FECHA          PIC 9(8).
           05 ACU-TIP            PIC X(2).
           05 ACU-COM            PIC X(4).
           05 ACU-DCTO           PIC X(4).
           05 ACU-FECHA-VCTO     PIC 9(8).
           05 ACU-VALOR          PIC 9(9)V99.
           05 ACU-CUOTAS         PIC 9(3).
           05 ACU-FRECUENCIA     PIC X(1).
           05 ACU-ESTADO         PIC X(1).
           05 ACU-FECHA-ESTADO   PIC 9(8).

       FD EXTRACTO-FILE.
       01 EXT-REC          PIC X(120).

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
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-EMI-STATUS     PIC X(2).
       01 WS-INH-STATUS     PIC X(2).
       01 WS-NCH-STATUS     PIC X(2).
       01 WS-CAS-STATUS     PIC X(2).
       01 WS-ACU-STATUS     PIC X(2).
       *> Variables de control
       01 EOF-DET           PIC X VALUE "N".
       01 EOF-NIT           PIC X VALUE "N".
       01 EOF-INH           PIC X VALUE "N".
       01 EOF-NCH           PIC X VALUE "N".
       01 EOF-CAS           PIC X VALUE "N".
       01 EOF-ACU           PIC X VALUE "N".
       01 WS-LINE           PIC X(120).
       01 WS-IDX            PIC 9(8).
       01 WS-IDX-CLI        PIC 9(8).
       01 WS-DET-LINEAS     PIC 9(8).
       01 WS-SALDO-TXT      PIC Z(7)9.99.
       01 WS-INICIAL-TXT    PIC -(8)9.99.
       01 WS-FRECUENCIA-TXT PIC X(11).

       *> Fecha de proceso y periodo del extracto (ano-mes de la
       *> fecha de proceso): el extracto recoge la actividad de las
               10 T-FECHA        PIC 9(8).
               10 T-SALDO        PIC 9(7)V99.

       *> Pagos aplicados del periodo (HISTPAG.DET filtrado al mes),
       *> con su origen para separar las reversiones de DEVOLUC
       01 WS-PP-MAX         PIC 9(8) VALUE 20000.
       01 WS-PP-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-PP-OMITIDOS    PIC 9(8) VALUE ZERO.
               10 PP-DCTO        PIC X(4).
               10 PP-FECHA-PAG   PIC 9(8).
               10 PP-VALOR       PIC 9(9)V99.
               10 PP-ORIGEN      PIC X(1).

       *> Documentos emitidos del periodo (EMITIDOS.DET al mes)
       01 WS-EP-MAX         PIC 9(8) VALUE 20000.
               10 CP-DCTO        PIC X(4).
               10 CP-SALDO       PIC 9(9)V99.

       *> Acuerdos de pago firmados en el periodo (ACUERDOS.DET al
       *> mes): encabezados, documentos cancelados y cuotas creadas.
       01 WS-AP-MAX         PIC 9(8) VALUE 5000.
       01 WS-AP-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-AP-OMITIDOS    PIC 9(8) VALUE ZERO.
       01 TABLA-ACU-PER.
           05 AP-REG OCCURS 0 TO 5000 TIMES
                     DEPENDING ON WS-AP-COUNT.
               10 AP-NUMERO      PIC X(4).
               10 AP-TIPO-REG    PIC X(1).
               10 AP-NIT         PIC X(10).
               10 AP-SUC         PIC X(4).
               10 AP-FECHA       PIC 9(8).
               10 AP-TIP         PIC X(2).
               10 AP-COM         PIC X(4).
               10 AP-DCTO        PIC X(4).
               10 AP-FECHA-VCTO  PIC 9(8).
               10 AP-VALOR       PIC 9(9)V99.
               10 AP-CUOTAS      PIC 9(3).
               10 AP-FRECUENCIA  PIC X(1).

       *> Clientes del extracto: un renglon por NIT con actividad en
       *> el periodo o con saldo abierto, con sus acumuladores. El
       *> saldo inicial no se guarda en ningun archivo: se
       *> reconstruye como final + pagos + castigos + notas credito
       *> - emitidos - interes - cheques devueltos + reestructurado
       *> en acuerdos - cuotas de acuerdos (estos dos ultimos son
       *> iguales: un acuerdo no cambia la deuda, solo su forma).
       01 WS-CLI-MAX        PIC 9(8) VALUE 20000.
       01 WS-CLI-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-CLI-OMITIDOS   PIC 9(8) VALUE ZERO.
               10 CL-INTERES     PIC 9(9)V99.
               10 CL-NOTASCRED   PIC 9(9)V99.
               10 CL-CASTIGOS    PIC 9(9)V99.
               10 CL-DEVUELTOS   PIC 9(9)V99.
               10 CL-REESTRUC    PIC 9(9)V99.
               10 CL-CUOTAS      PIC 9(9)V99.
       01 WS-CLI-INICIAL    PIC S9(9)V99.
       01 WS-EXT-COUNT      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO
           PERFORM CARGAR-TABLA-NIT
           PERFORM CARGAR-DOCUMENTOS
           PERFORM CARGAR-INTERES-PERIODO
           PERFORM CARGAR-NC-PERIODO
           PERFORM CARGAR-CASTIGOS-PERIODO
           PERFORM CARGAR-ACUERDOS-PERIODO
           PERFORM ARMAR-CLIENTES
           PERFORM GENERAR-EXTRACTOS
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
               DISPLAY "EXTRACTO: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "EXTRACTO: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Carga NIT.DET completo (con direccion y contacto: el
       *> extracto sale dirigido para despachar).
       CARGAR-TABLA-NIT.
                                             PP-FECHA-PAG(WS-PP-COUNT)
                                   MOVE HIST-VALOR TO
                                             PP-VALOR(WS-PP-COUNT)
                                   MOVE HIST-ORIGEN TO
                                             PP-ORIGEN(WS-PP-COUNT)
                               END-IF
                           END-IF
                   END-READ
           END-IF
           EXIT.

       *> Carga de ACUERDOS.DET los acuerdos de pago firmados en el
       *> periodo: los documentos que el cliente cambio por cuotas
       *> deben salir en el extracto junto con las cuotas nuevas.
       CARGAR-ACUERDOS-PERIODO.
           MOVE ZERO TO WS-AP-COUNT WS-AP-OMITIDOS
           OPEN INPUT ACUERDOS-FILE
           IF WS-ACU-STATUS = "00"
               MOVE "N" TO EOF-ACU
               PERFORM UNTIL EOF-ACU = "S"
                   READ ACUERDOS-FILE
                       AT END MOVE "S" TO EOF-ACU
                       NOT AT END
                           IF ACU-FECHA(1:6) = WS-PERIODO
                               IF WS-AP-COUNT >= WS-AP-MAX
                                   ADD 1 TO WS-AP-OMITIDOS
                               ELSE
                                   ADD 1 TO WS-AP-COUNT
                                   MOVE ACU-NUMERO TO
                                             AP-NUMERO(WS-AP-COUNT)
                                   MOVE ACU-TIPO-REG TO
                                             AP-TIPO-REG(WS-AP-COUNT)
                                   MOVE ACU-NIT TO
                                             AP-NIT(WS-AP-COUNT)
                                   MOVE ACU-SUC TO
                                             AP-SUC(WS-AP-COUNT)
                                   MOVE ACU-FECHA TO
                                             AP-FECHA(WS-AP-COUNT)
                                   MOVE ACU-TIP TO
                                             AP-TIP(WS-AP-COUNT)
                                   MOVE ACU-COM TO
                                             AP-COM(WS-AP-COUNT)
                                   MOVE ACU-DCTO TO
                                             AP-DCTO(WS-AP-COUNT)
                                   MOVE ACU-FECHA-VCTO TO
                                             AP-FECHA-VCTO(WS-AP-COUNT)
                                   MOVE ACU-VALOR TO
                                             AP-VALOR(WS-AP-COUNT)
                                   MOVE ACU-CUOTAS TO
                                             AP-CUOTAS(WS-AP-COUNT)
                                   MOVE ACU-FRECUENCIA TO
                                             AP-FRECUENCIA(WS-AP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUERDOS-FILE
           END-IF
           EXIT.

       *> Arma la tabla de clientes del extracto: recorre las cinco
       *> tablas cargadas y acumula por NIT saldo final, emitidos,
       *> pagos, interes y castigos del periodo. Queda un renglon por
               MOVE PP-NIT(WS-IDX) TO WS-NIT-ACT
               PERFORM UBICAR-CLIENTE
               IF WS-IDX-CLI > ZERO
                   IF PP-ORIGEN(WS-IDX) = "R"
                       ADD PP-VALOR(WS-IDX) TO CL-DEVUELTOS(WS-IDX-CLI)
                   ELSE
                       ADD PP-VALOR(WS-IDX) TO CL-PAGOS(WS-IDX-CLI)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-AP-COUNT
               IF AP-TIPO-REG(WS-IDX) NOT = "E"
                   MOVE AP-NIT(WS-IDX) TO WS-NIT-ACT
                   PERFORM UBICAR-CLIENTE
                   IF WS-IDX-CLI > ZERO
                       IF AP-TIPO-REG(WS-IDX) = "D"
                           ADD AP-VALOR(WS-IDX) TO
                                            CL-REESTRUC(WS-IDX-CLI)
                       ELSE
                           ADD AP-VALOR(WS-IDX) TO
                                            CL-CUOTAS(WS-IDX-CLI)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           EXIT.

       *> Busca el NIT WS-NIT-ACT en la tabla de clientes y lo crea
                                CL-INTERES(WS-IDX-CLI)
                                CL-NOTASCRED(WS-IDX-CLI)
                                CL-CASTIGOS(WS-IDX-CLI)
                                CL-DEVUELTOS(WS-IDX-CLI)
                                CL-REESTRUC(WS-IDX-CLI)
                                CL-CUOTAS(WS-IDX-CLI)
               END-IF
           END-IF
           EXIT.
           IF WS-REG-OMITIDOS > ZERO OR WS-PP-OMITIDOS > ZERO OR
              WS-EP-OMITIDOS > ZERO OR WS-IP-OMITIDOS > ZERO OR
              WS-NP-OMITIDOS > ZERO OR
              WS-CP-OMITIDOS > ZERO OR WS-CLI-OMITIDOS > ZERO OR
              WS-AP-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: registros omitidos por capacidad de "
               "tablas (docs: " WS-REG-OMITIDOS " pagos: "
               WRITE EXT-REC FROM WS-LINE
               MOVE SPACES TO WS-LINE
               STRING "       (notas credito: " WS-NP-OMITIDOS
               " castigos: " WS-CP-OMITIDOS " acuerdos: "
               WS-AP-OMITIDOS
               " clientes: " WS-CLI-OMITIDOS "). Los extractos "
               "afectados no son confiables."
                   DELIMITED BY SIZE INTO WS-LINE
           COMPUTE WS-CLI-INICIAL =
               CL-FINAL(WS-IDX-CLI) + CL-PAGOS(WS-IDX-CLI) +
               CL-CASTIGOS(WS-IDX-CLI) + CL-NOTASCRED(WS-IDX-CLI) -
               CL-EMITIDOS(WS-IDX-CLI) - CL-INTERES(WS-IDX-CLI) -
               CL-DEVUELTOS(WS-IDX-CLI) + CL-REESTRUC(WS-IDX-CLI) -
               CL-CUOTAS(WS-IDX-CLI)
           MOVE WS-CLI-INICIAL TO WS-INICIAL-TXT
           MOVE SPACES TO WS-LINE
           STRING "SALDO INICIAL DEL PERIODO:       " WS-INICIAL-TXT
           WRITE EXT-REC FROM WS-LINE
           PERFORM IMPRIMIR-SEC-EMITIDOS
           PERFORM IMPRIMIR-SEC-PAGOS
           PERFORM IMPRIMIR-SEC-DEVUELTOS
           PERFORM IMPRIMIR-SEC-NOTASCRED
           PERFORM IMPRIMIR-SEC-INTERES
           PERFORM IMPRIMIR-SEC-CASTIGOS
           PERFORM IMPRIMIR-SEC-ACUERDOS
           PERFORM IMPRIMIR-SEC-FINAL
           EXIT.

           END-IF
           EXIT.

       *> Seccion de pagos aplicados en el periodo (sin las
       *> reversiones, que salen en su propia seccion).
       IMPRIMIR-SEC-PAGOS.
           MOVE SPACES TO WS-LINE
           STRING "PAGOS APLICADOS EN EL PERIODO:"
           MOVE ZERO TO WS-DET-LINEAS
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-PP-COUNT
               IF PP-NIT(WS-IDX) = WS-NIT-ACT AND
                  PP-ORIGEN(WS-IDX) NOT = "R"
                   ADD 1 TO WS-DET-LINEAS
                   MOVE PP-VALOR(WS-IDX) TO WS-SALDO-TXT
                   MOVE SPACES TO WS-LINE
           END-IF
           EXIT.

       *> Seccion de pagos reversados en el periodo por cheque
       *> devuelto (solo sale si los hubo), con la fecha del pago
       *> original para que el cliente lo ubique aunque el pago sea
       *> de un periodo anterior.
       IMPRIMIR-SEC-DEVUELTOS.
           IF CL-DEVUELTOS(WS-IDX-CLI) > ZERO
               MOVE SPACES TO WS-LINE
               STRING "PAGOS REVERSADOS POR CHEQUE DEVUELTO:"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EXT-REC FROM WS-LINE
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-PP-COUNT
                   IF PP-NIT(WS-IDX) = WS-NIT-ACT AND
                      PP-ORIGEN(WS-IDX) = "R"
                       MOVE PP-VALOR(WS-IDX) TO WS-SALDO-TXT
                       MOVE SPACES TO WS-LINE
                       STRING "  " PP-TIP(WS-IDX) " " PP-COM(WS-IDX)
                       " " PP-DCTO(WS-IDX) " | " PP-SUC(WS-IDX)
                       " | PAGO " PP-FECHA-PAG(WS-IDX) " | "
                       WS-SALDO-TXT
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       WRITE EXT-REC FROM WS-LINE
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
               MOVE CL-DEVUELTOS(WS-IDX-CLI) TO WS-SALDO-TXT
               MOVE SPACES TO WS-LINE
               STRING "  TOTAL REVERSADO:             " WS-SALDO-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EXT-REC FROM WS-LINE
           END-IF
           EXIT.

       *> Seccion de notas credito aplicadas en el periodo, con la
       *> llave del documento que recibio cada credito.
       IMPRIMIR-SEC-NOTASCRED.
           END-IF
           EXIT.

       *> Seccion de acuerdos de pago del periodo (solo sale si los
       *> hubo): por cada acuerdo, los documentos que se cancelaron
       *> y las cuotas que los reemplazan, con su vencimiento.
       IMPRIMIR-SEC-ACUERDOS.
           IF CL-REESTRUC(WS-IDX-CLI) > ZERO OR
              CL-CUOTAS(WS-IDX-CLI) > ZERO
               MOVE SPACES TO WS-LINE
               STRING "ACUERDOS DE PAGO EN EL PERIODO:"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EXT-REC FROM WS-LINE
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-AP-COUNT
                   IF AP-NIT(WS-IDX) = WS-NIT-ACT
                       PERFORM IMPRIMIR-RENGLON-ACUERDO
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
               MOVE CL-REESTRUC(WS-IDX-CLI) TO WS-SALDO-TXT
               MOVE SPACES TO WS-LINE
               STRING "  TOTAL REESTRUCTURADO EN CUOTAS: " WS-SALDO-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE EXT-REC FROM WS-LINE
           END-IF
           EXIT.

       IMPRIMIR-RENGLON-ACUERDO.
           MOVE AP-VALOR(WS-IDX) TO WS-SALDO-TXT
           MOVE SPACES TO WS-LINE
           EVALUATE AP-TIPO-REG(WS-IDX)
               WHEN "E"
                   EVALUATE AP-FRECUENCIA(WS-IDX)
                       WHEN "S" MOVE "SEMANALES"   TO WS-FRECUENCIA-TXT
                       WHEN "Q" MOVE "QUINCENALES" TO WS-FRECUENCIA-TXT
                       WHEN OTHER
                                MOVE "MENSUALES"   TO WS-FRECUENCIA-TXT
                   END-EVALUATE
                   STRING "  ACUERDO " AP-NUMERO(WS-IDX) " DEL "
                   AP-FECHA(WS-IDX) " - " AP-CUOTAS(WS-IDX)
                   " CUOTAS " WS-FRECUENCIA-TXT
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               WHEN "D"
                   STRING "    CANCELADO  " AP-TIP(WS-IDX) " "
                   AP-COM(WS-IDX) " " AP-DCTO(WS-IDX) " | "
                   AP-SUC(WS-IDX) " | VCTO " AP-FECHA-VCTO(WS-IDX)
                   " | " WS-SALDO-TXT
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               WHEN OTHER
                   STRING "    CUOTA " AP-CUOTAS(WS-IDX) "  "
                   AP-TIP(WS-IDX) " " AP-COM(WS-IDX) " "
                   AP-DCTO(WS-IDX) " | " AP-SUC(WS-IDX) " | VCTO "
                   AP-FECHA-VCTO(WS-IDX) " | " WS-SALDO-TXT
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
           END-EVALUATE
           WRITE EXT-REC FROM WS-LINE
           EXIT.

       *> Saldo final con el detalle de los documentos abiertos que
       *> lo componen, para que el cliente pueda cuadrar su propia
       *> contabilidad renglon por renglon.
