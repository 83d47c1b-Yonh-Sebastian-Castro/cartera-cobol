       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDAPRO.                                             *> Auditoria mensual de aprobaciones

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "AUDAPRO.DET"                    *> Tarjeta de control (periodo)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT APROB-FILE ASSIGN TO "APROBADOR.DET"                  *> Maestro de aprobadores y sus limites
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROB-STATUS.
           SELECT CASTIG-FILE ASSIGN TO "CASTIGADOS.DET"                *> Historia de castigos (CASTIGO)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAST-STATUS.
           SELECT CUPHIST-FILE ASSIGN TO "CUPHIST.DET"                  *> Historia de cambios de cupo (MANTCUPO)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPHIST-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "AUDAPRO.LST"                  *> Reporte de auditoria
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.
           SELECT AUD-SD-FILE ASSIGN TO "AUD.WRK".                      *> Area de trabajo del SORT de movimientos

       DATA DIVISION.
       FILE SECTION.

       *> Tarjeta de control: periodo aaaamm a auditar. En blanco
       *> (o sin tarjeta) es el mes de la fecha de proceso.
       FD PARAM-FILE.
       01 PARAM-REC.
           05 CPR-PERIODO        PIC X(6).
           05 CPR-PERIODO-N REDEFINES CPR-PERIODO PIC 9(6).

       *> Maestro de aprobadores, con el mismo trazado con que lo
       *> leen CASTIGO y MANTCUPO.
       FD APROB-FILE.
       01 APR-REC.
           05 APR-CODIGO      PIC X(6).
           05 APR-NOMBRE      PIC X(30).
           05 APR-MAX-DCTO    PIC 9(9)V99.
           05 APR-MAX-MES     PIC 9(9)V99.
           05 APR-ACTIVO      PIC X(1).

       *> Historia de castigos que deja CASTIGO, con el mismo trazado
       *> con que alla se escribe.
       FD CASTIG-FILE.
       01 CAST-REC.
           05 CAST-FECHA      PIC 9(8).
           05 CAST-NIT        PIC X(10).
           05 CAST-SUC        PIC X(4).
           05 CAST-TIP        PIC X(2).
           05 CAST-COM        PIC X(4).
           05 CAST-DCTO       PIC X(4).
           05 CAST-SALDO      PIC 9(9)V99.
           05 CAST-APROB      PIC X(6).
           05 CAST-APROB2     PIC X(6).

       *> Historia de cambios de cupo que deja MANTCUPO, con el mismo
       *> trazado con que alla se escribe.
       FD CUPHIST-FILE.
       01 CH-REC.
           05 CH-FECHA        PIC 9(8).
           05 CH-NIT          PIC X(10).
           05 CH-ACCION       PIC X(1).
           05 CH-CUPO-ANT     PIC 9(9)V99.
           05 CH-CUPO-NUE     PIC 9(9)V99.
           05 CH-BLOQ         PIC X(1).
           05 CH-APROB        PIC X(6).

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

       *> Area de trabajo del SORT: un renglon por firma del periodo.
       *> Un castigo con dos aprobadores da dos renglones, uno para
       *> cada firma; un cambio de cupo da uno con su aprobador (en
       *> blanco si no lo exigio). TIPO: "C" castigo, "K" cupo.
       SD AUD-SD-FILE.
       01 AUD-SD-REC.
           05 AUD-APROB-SD       PIC X(6).
           05 AUD-FECHA-SD       PIC 9(8).
           05 AUD-TIPO-SD        PIC X(1).
           05 AUD-FIRMA-SD       PIC X(1).
           05 AUD-NIT-SD         PIC X(10).
           05 AUD-SUC-SD         PIC X(4).
           05 AUD-TIP-SD         PIC X(2).
           05 AUD-COM-SD         PIC X(4).
           05 AUD-DCTO-SD        PIC X(4).
           05 AUD-ACCION-SD      PIC X(1).
           05 AUD-VALOR-SD       PIC 9(9)V99.
           05 AUD-CUPO-ANT-SD    PIC 9(9)V99.
           05 AUD-CUPO-NUE-SD    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-FNG-STATUS      PIC X(2).
       01 WS-FECHA-NEGOCIO   PIC 9(8) VALUE ZERO.
       01 WS-FNG-ESTADO      PIC X(1) VALUE SPACE.
       01 WS-PARAM-STATUS   PIC X(2).
       01 WS-APROB-STATUS   PIC X(2).
       01 WS-CAST-STATUS    PIC X(2).
       01 WS-CUPHIST-STATUS PIC X(2).
       *> Variables de control
       01 EOF-APR           PIC X VALUE "N".
       01 EOF-CAST          PIC X VALUE "N".
       01 EOF-CH            PIC X VALUE "N".
       01 EOF-AUD           PIC X VALUE "N".
       01 WS-LINE           PIC X(132).
       01 WS-FECHA-PROCESO  PIC 9(8).
       01 WS-PERIODO        PIC 9(6) VALUE ZERO.
       01 WS-IDX-AP         PIC 9(4).
       01 WS-AP-ENCONTRADO  PIC X VALUE "N".
       01 WS-BUSCA-APROB    PIC X(6).
       01 WS-HAY-GRUPO      PIC X VALUE "N".
       01 WS-APROB-ANT      PIC X(6).
       01 WS-MOVIMIENTO     PIC X(17).
       01 WS-DOCUMENTO      PIC X(17).
       01 WS-OBSERVA        PIC X(40).
       01 WS-VALOR-TXT      PIC Z(9)9.99.
       01 WS-VALOR2-TXT     PIC Z(9)9.99.
       01 WS-VALOR3-TXT     PIC Z(9)9.99.
       01 WS-NETO-TXT       PIC -(10)9.99.
       01 WS-CANT-TXT       PIC Z(6)9.
       01 WS-DISPONIBLE     PIC S9(11)V99.
       01 WS-CAST-LEIDOS    PIC 9(8) VALUE ZERO.
       01 WS-CH-LEIDOS      PIC 9(8) VALUE ZERO.

       *> Maestro de aprobadores en memoria, con lo que cada uno
       *> aprobo en el periodo.
       01 WS-AP-MAX         PIC 9(4) VALUE 500.
       01 WS-AP-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-AP-OMITIDOS    PIC 9(4) VALUE ZERO.
       01 TABLA-APROBADORES.
           05 AP-REG OCCURS 0 TO 500 TIMES
                     DEPENDING ON WS-AP-COUNT.
               10 AP-CODIGO      PIC X(6).
               10 AP-NOMBRE      PIC X(30).
               10 AP-MAX-DCTO    PIC 9(9)V99.
               10 AP-MAX-MES     PIC 9(9)V99.
               10 AP-ACTIVO      PIC X(1).
               10 AP-USADO       PIC X(1).

       *> Acumulados del grupo (aprobador) en curso
       01 WS-GR-CASTIGOS    PIC 9(7).
       01 WS-GR-CASTIGADO   PIC 9(11)V99.
       01 WS-GR-CUPOS       PIC 9(7).
       01 WS-GR-AUMENTOS    PIC 9(11)V99.
       01 WS-GR-EXCESOS     PIC 9(7).
       01 WS-GR-MAX-DCTO    PIC 9(9)V99.
       01 WS-GR-MAX-MES     PIC 9(9)V99.
       01 WS-GR-REGISTRADO  PIC X(1).

       *> Totales generales
       01 WS-TOT-CASTIGOS   PIC 9(7) VALUE ZERO.
       01 WS-TOT-CASTIGADO  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-CUPOS      PIC 9(7) VALUE ZERO.
       01 WS-TOT-AUMENTOS   PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-EXCESOS    PIC 9(7) VALUE ZERO.
       01 WS-TOT-EXC-MES    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM LEER-CONTROL
           PERFORM CARGAR-APROBADORES
           OPEN OUTPUT LISTADO-FILE
           PERFORM IMPRIMIR-TITULOS
           SORT AUD-SD-FILE
               ON ASCENDING KEY AUD-APROB-SD AUD-FECHA-SD
               INPUT PROCEDURE IS LLENAR-AUDITORIA-SD
               OUTPUT PROCEDURE IS IMPRIMIR-AUDITORIA
           PERFORM IMPRIMIR-SIN-MOVIMIENTO
           PERFORM IMPRIMIR-TOTALES
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
               DISPLAY "AUDAPRO: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "AUDAPRO: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       *> Lee la tarjeta de control. Sin tarjeta, o con el periodo
       *> en blanco, se audita el mes de la fecha de proceso.
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

       CARGAR-APROBADORES.
           MOVE ZERO TO WS-AP-COUNT WS-AP-OMITIDOS
           OPEN INPUT APROB-FILE
           IF WS-APROB-STATUS = "00"
               PERFORM UNTIL EOF-APR = "S"
                   READ APROB-FILE
                       AT END MOVE "S" TO EOF-APR
                       NOT AT END
                           IF WS-AP-COUNT >= WS-AP-MAX
                               ADD 1 TO WS-AP-OMITIDOS
                           ELSE
                               ADD 1 TO WS-AP-COUNT
                               MOVE APR-CODIGO TO
                                          AP-CODIGO(WS-AP-COUNT)
                               MOVE APR-NOMBRE TO
                                          AP-NOMBRE(WS-AP-COUNT)
                               MOVE APR-MAX-DCTO TO
                                          AP-MAX-DCTO(WS-AP-COUNT)
                               MOVE APR-MAX-MES TO
                                          AP-MAX-MES(WS-AP-COUNT)
                               MOVE APR-ACTIVO TO
                                          AP-ACTIVO(WS-AP-COUNT)
                               MOVE "N" TO AP-USADO(WS-AP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROB-FILE
           END-IF
           EXIT.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO WS-LINE
           STRING "AUDITORIA DE APROBACIONES (CASTIGOS Y CUPOS) - "
           "PERIODO: " WS-PERIODO
           " - FECHA DE PROCESO: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "VALOR es el saldo castigado o el aumento de cupo. "
           "* marca lo que supera el limite por documento."
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Procedimiento de entrada del SORT: castigos y cambios de
       *> cupo con fecha en el periodo.
       LLENAR-AUDITORIA-SD.
           OPEN INPUT CASTIG-FILE
           IF WS-CAST-STATUS = "00"
               PERFORM UNTIL EOF-CAST = "S"
                   READ CASTIG-FILE
                       AT END MOVE "S" TO EOF-CAST
                       NOT AT END
                           IF CAST-FECHA(1:6) = WS-PERIODO
                               ADD 1 TO WS-CAST-LEIDOS
                               PERFORM SOLTAR-CASTIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIG-FILE
           END-IF
           OPEN INPUT CUPHIST-FILE
           IF WS-CUPHIST-STATUS = "00"
               PERFORM UNTIL EOF-CH = "S"
                   READ CUPHIST-FILE
                       AT END MOVE "S" TO EOF-CH
                       NOT AT END
                           IF CH-FECHA(1:6) = WS-PERIODO
                               ADD 1 TO WS-CH-LEIDOS
                               PERFORM SOLTAR-CAMBIO-CUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUPHIST-FILE
           END-IF.

       SOLTAR-CASTIGO.
           MOVE SPACES      TO AUD-SD-REC
           MOVE CAST-APROB  TO AUD-APROB-SD
           MOVE CAST-FECHA  TO AUD-FECHA-SD
           MOVE "C"         TO AUD-TIPO-SD
           MOVE "1"         TO AUD-FIRMA-SD
           MOVE CAST-NIT    TO AUD-NIT-SD
           MOVE CAST-SUC    TO AUD-SUC-SD
           MOVE CAST-TIP    TO AUD-TIP-SD
           MOVE CAST-COM    TO AUD-COM-SD
           MOVE CAST-DCTO   TO AUD-DCTO-SD
           MOVE CAST-SALDO  TO AUD-VALOR-SD
           MOVE ZERO        TO AUD-CUPO-ANT-SD AUD-CUPO-NUE-SD
           RELEASE AUD-SD-REC
           IF CAST-APROB2 NOT = SPACES
               MOVE CAST-APROB2 TO AUD-APROB-SD
               MOVE "2"         TO AUD-FIRMA-SD
               RELEASE AUD-SD-REC
           END-IF
           EXIT.

       *> El valor de un cambio de cupo es el aumento (cupo nuevo
       *> menos anterior); una rebaja, un borrado o un bloqueo valen
       *> cero para los limites.
       SOLTAR-CAMBIO-CUPO.
           MOVE SPACES      TO AUD-SD-REC
           MOVE CH-APROB    TO AUD-APROB-SD
           MOVE CH-FECHA    TO AUD-FECHA-SD
           MOVE "K"         TO AUD-TIPO-SD
           MOVE "1"         TO AUD-FIRMA-SD
           MOVE CH-NIT      TO AUD-NIT-SD
           MOVE CH-ACCION   TO AUD-ACCION-SD
           MOVE CH-CUPO-ANT TO AUD-CUPO-ANT-SD
           MOVE CH-CUPO-NUE TO AUD-CUPO-NUE-SD
           MOVE ZERO        TO AUD-VALOR-SD
           IF CH-CUPO-NUE > CH-CUPO-ANT
               COMPUTE AUD-VALOR-SD = CH-CUPO-NUE - CH-CUPO-ANT
           END-IF
           RELEASE AUD-SD-REC
           EXIT.

       *> Procedimiento de salida del SORT: un grupo por aprobador,
       *> con su encabezado, el detalle y el total contra el limite
       *> del mes.
       IMPRIMIR-AUDITORIA.
           MOVE "N" TO WS-HAY-GRUPO
           PERFORM UNTIL EOF-AUD = "S"
               RETURN AUD-SD-FILE
                   AT END MOVE "S" TO EOF-AUD
                   NOT AT END PERFORM TOMAR-RENGLON-AUDITORIA
               END-RETURN
           END-PERFORM
           IF WS-HAY-GRUPO = "S"
               PERFORM CERRAR-GRUPO
           ELSE
               MOVE SPACES TO WS-LINE
               WRITE LIST-REC FROM WS-LINE
               MOVE "NO HAY CASTIGOS NI CAMBIOS DE CUPO EN EL PERIODO."
                   TO WS-LINE
               WRITE LIST-REC FROM WS-LINE
           END-IF.

       TOMAR-RENGLON-AUDITORIA.
           IF WS-HAY-GRUPO = "N" OR AUD-APROB-SD NOT = WS-APROB-ANT
               IF WS-HAY-GRUPO = "S"
                   PERFORM CERRAR-GRUPO
               END-IF
               PERFORM ABRIR-GRUPO
           END-IF
           PERFORM IMPRIMIR-DETALLE
           EXIT.

       ABRIR-GRUPO.
           MOVE "S" TO WS-HAY-GRUPO
           MOVE AUD-APROB-SD TO WS-APROB-ANT
           MOVE ZERO TO WS-GR-CASTIGOS WS-GR-CASTIGADO WS-GR-CUPOS
                        WS-GR-AUMENTOS WS-GR-EXCESOS
                        WS-GR-MAX-DCTO WS-GR-MAX-MES
           MOVE "N" TO WS-GR-REGISTRADO
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           IF AUD-APROB-SD = SPACES
               STRING "*** SIN APROBADOR (CAMBIOS DE CUPO BAJO EL "
               "UMBRAL) ***"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               MOVE AUD-APROB-SD TO WS-BUSCA-APROB
               PERFORM BUSCAR-APROBADOR
               IF WS-AP-ENCONTRADO = "N"
                   STRING "*** APROBADOR " AUD-APROB-SD
                   " - NO REGISTRADO EN APROBADOR.DET ***"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               ELSE
                   MOVE "S" TO WS-GR-REGISTRADO
                   MOVE "S" TO AP-USADO(WS-IDX-AP)
                   MOVE AP-MAX-DCTO(WS-IDX-AP) TO WS-GR-MAX-DCTO
                   MOVE AP-MAX-MES(WS-IDX-AP)  TO WS-GR-MAX-MES
                   MOVE WS-GR-MAX-DCTO TO WS-VALOR-TXT
                   MOVE WS-GR-MAX-MES  TO WS-VALOR2-TXT
                   STRING "*** APROBADOR " AUD-APROB-SD " - "
                   AP-NOMBRE(WS-IDX-AP) " - MAX. DCTO: " WS-VALOR-TXT
                   " - MAX. MES: " WS-VALOR2-TXT " ***"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   IF AP-ACTIVO(WS-IDX-AP) NOT = "S"
                       MOVE "(INACTIVO)" TO WS-LINE(122:10)
                   END-IF
               END-IF
           END-IF
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "FECHA    | MOVIMIENTO        | NIT        | "
           "DOCUMENTO         |          VALOR | OBSERVACION"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       IMPRIMIR-DETALLE.
           MOVE SPACES TO WS-DOCUMENTO WS-OBSERVA
           IF AUD-TIPO-SD = "C"
               ADD 1 TO WS-GR-CASTIGOS WS-TOT-CASTIGOS
               ADD AUD-VALOR-SD TO WS-GR-CASTIGADO WS-TOT-CASTIGADO
               IF AUD-FIRMA-SD = "2"
                   MOVE "CASTIGO 2A FIRMA" TO WS-MOVIMIENTO
               ELSE
                   MOVE "CASTIGO"          TO WS-MOVIMIENTO
               END-IF
               STRING AUD-SUC-SD " " AUD-TIP-SD " " AUD-COM-SD " "
               AUD-DCTO-SD
                   DELIMITED BY SIZE INTO WS-DOCUMENTO
               END-STRING
           ELSE
               ADD 1 TO WS-GR-CUPOS WS-TOT-CUPOS
               ADD AUD-VALOR-SD TO WS-GR-AUMENTOS WS-TOT-AUMENTOS
               EVALUATE AUD-ACCION-SD
                   WHEN "A"
                       MOVE "CUPO ADICION"  TO WS-MOVIMIENTO
                   WHEN "C"
                       MOVE "CUPO CAMBIO"   TO WS-MOVIMIENTO
                   WHEN "B"
                       MOVE "CUPO BORRADO"  TO WS-MOVIMIENTO
                   WHEN OTHER
                       MOVE "CUPO BLOQUEO"  TO WS-MOVIMIENTO
               END-EVALUATE
               MOVE AUD-CUPO-ANT-SD TO WS-VALOR2-TXT
               MOVE AUD-CUPO-NUE-SD TO WS-VALOR3-TXT
               STRING "CUPO " WS-VALOR2-TXT " A " WS-VALOR3-TXT
                   DELIMITED BY SIZE INTO WS-OBSERVA
               END-STRING
           END-IF
           MOVE AUD-VALOR-SD TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING AUD-FECHA-SD " | " WS-MOVIMIENTO " | " AUD-NIT-SD
           " | " WS-DOCUMENTO " | " WS-VALOR-TXT " | " WS-OBSERVA
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF WS-GR-REGISTRADO = "S" AND
              AUD-VALOR-SD > WS-GR-MAX-DCTO
               ADD 1 TO WS-GR-EXCESOS WS-TOT-EXCESOS
               MOVE "* EXC. DCTO" TO WS-LINE(121:12)
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Total del aprobador. El limite del mes se mide contra lo
       *> castigado (primera o segunda firma), igual que en CASTIGO;
       *> los aumentos de cupo solo se informan.
       CERRAR-GRUPO.
           MOVE WS-GR-CASTIGOS  TO WS-CANT-TXT
           MOVE WS-GR-CASTIGADO TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "         CASTIGOS: " WS-CANT-TXT
           "   VALOR CASTIGADO: " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF WS-GR-REGISTRADO = "S"
               MOVE WS-GR-MAX-MES TO WS-VALOR2-TXT
               COMPUTE WS-DISPONIBLE = WS-GR-MAX-MES - WS-GR-CASTIGADO
               MOVE WS-DISPONIBLE TO WS-NETO-TXT
               STRING "   LIMITE MES: " WS-VALOR2-TXT
               "   DISPONIBLE: " WS-NETO-TXT
                   DELIMITED BY SIZE INTO WS-LINE(65:68)
               END-STRING
               IF WS-DISPONIBLE < ZERO
                   ADD 1 TO WS-TOT-EXC-MES
                   MOVE "EXCEDIDO" TO WS-LINE(125:8)
               END-IF
           END-IF
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-GR-CUPOS    TO WS-CANT-TXT
           MOVE WS-GR-AUMENTOS TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "   CAMBIOS DE CUPO: " WS-CANT-TXT
           "   AUMENTOS CUPO:   " WS-VALOR-TXT
           "   EXCESOS DEL LIMITE POR DOCUMENTO: " WS-GR-EXCESOS
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Busca WS-BUSCA-APROB en TABLA-APROBADORES. Si lo encuentra
       *> deja su posicion en WS-IDX-AP.
       BUSCAR-APROBADOR.
           MOVE "N" TO WS-AP-ENCONTRADO
           MOVE 1 TO WS-IDX-AP
           PERFORM UNTIL WS-IDX-AP > WS-AP-COUNT OR
                         WS-AP-ENCONTRADO = "S"
               IF AP-CODIGO(WS-IDX-AP) = WS-BUSCA-APROB
                   MOVE "S" TO WS-AP-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-AP
               END-IF
           END-PERFORM.

       *> Aprobadores del maestro que no firmaron nada en el periodo.
       IMPRIMIR-SIN-MOVIMIENTO.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE "*** APROBADORES SIN MOVIMIENTO EN EL PERIODO ***"
               TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE 1 TO WS-IDX-AP
           PERFORM UNTIL WS-IDX-AP > WS-AP-COUNT
               IF AP-USADO(WS-IDX-AP) = "N"
                   MOVE AP-MAX-DCTO(WS-IDX-AP) TO WS-VALOR-TXT
                   MOVE AP-MAX-MES(WS-IDX-AP)  TO WS-VALOR2-TXT
                   MOVE SPACES TO WS-LINE
                   STRING AP-CODIGO(WS-IDX-AP) " | "
                   AP-NOMBRE(WS-IDX-AP) " | MAX. DCTO: " WS-VALOR-TXT
                   " | MAX. MES: " WS-VALOR2-TXT " | ACTIVO: "
                   AP-ACTIVO(WS-IDX-AP)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
               ADD 1 TO WS-IDX-AP
           END-PERFORM
           EXIT.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-LINE
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOT-CASTIGADO TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "CASTIGOS DEL PERIODO:        " WS-CAST-LEIDOS
           "  FIRMAS: " WS-TOT-CASTIGOS
           "  VALOR FIRMADO: " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE WS-TOT-AUMENTOS TO WS-VALOR-TXT
           MOVE SPACES TO WS-LINE
           STRING "CAMBIOS DE CUPO DEL PERIODO: " WS-CH-LEIDOS
           "  AUMENTOS: " WS-VALOR-TXT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "FIRMAS SOBRE EL LIMITE POR DOCUMENTO: "
           WS-TOT-EXCESOS
           "  APROBADORES SOBRE EL LIMITE DEL MES: " WS-TOT-EXC-MES
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           WRITE LIST-REC FROM WS-LINE
           IF WS-APROB-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "AVISO: APROBADOR.DET no existe o no se pudo "
               "abrir (estado " WS-APROB-STATUS "): no hay limites "
               "contra los cuales auditar."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           IF WS-AP-OMITIDOS > ZERO
               MOVE SPACES TO WS-LINE
               STRING "AVISO: " WS-AP-OMITIDOS
               " aprobador(es) de APROBADOR.DET fuera de la tabla ("
               WS-AP-MAX "): salen como no registrados."
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               WRITE LIST-REC FROM WS-LINE
           END-IF
           EXIT.
