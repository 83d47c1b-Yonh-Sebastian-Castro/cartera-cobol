           SELECT CASCTL-FILE ASSIGN TO "CASTIGO.CTL"                   *> Efecto de CASTIGO sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASCTL-STATUS.
           SELECT DEVCTL-FILE ASSIGN TO "DEVOLUC.CTL"                   *> Efecto de DEVOLUC sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVCTL-STATUS.
           SELECT ACUCTL-FILE ASSIGN TO "ACUERDO.CTL"                   *> Efecto de ACUERDO sobre DET.DET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUCTL-STATUS.
           SELECT DET-FILE ASSIGN TO "DET.DET"                          *> Archivo con documentos abiertos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT LISTADO-FILE ASSIGN TO "CUADRE.LST"                   *> Certificado de conciliacion
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO "CUADRE.CTL"                       *> Resultado del certificado para CIERDIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DET"                *> Fecha de negocio de la cadena batch
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PCT-FIRME          PIC X(1).

       *> Efectos netos sobre DET.DET que dejan los otros programas
       *> legitimos de la cadena (MOVDIA, CARGINT, CASTIGO, DEVOLUC,
       *> ACUERDO), con sus trazados. Un archivo ausente o con fecha
       *> vieja significa que ese programa no corrio hoy: efecto
       *> cero.
       FD MOVCTL-FILE.
       01 MOVCTL-REC.
           05 MCT-FECHA       PIC 9(8).
           05 MCT-FACTURADO   PIC 9(9)V99.
           05 MCT-ACREDITADO  PIC 9(9)V99.
           05 MCT-RETENIDO    PIC 9(9)V99.
           05 MCT-LIBERADO    PIC 9(9)V99.

       FD INTCTL-FILE.
       01 INTCTL-REC.
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

       FD DET-FILE.
       01 DET-REC.
           05 NIT3-DET        PIC X(10).
       FD LISTADO-FILE.
       01 LIST-REC         PIC X(132).

       *> Resultado del certificado en forma de registro: fecha de
       *> negocio conciliada, pruebas fallidas y "S" si la cadena
       *> cuadro. CIERDIA no cierra el dia sin un "S" de esa fecha.
       FD CTL-FILE.
       01 CTL-REC.
           05 CUC-FECHA       PIC 9(8).
           05 CUC-FALLAS      PIC 9(2).
           05 CUC-CERTIFICADO PIC X(1).

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
       01 WS-VALCTL-STATUS  PIC X(2).
       01 WS-PAGCTL-STATUS  PIC X(2).
       01 WS-DET-STATUS     PIC X(2).

       *> Ajustes de la prueba 2B: efecto neto sobre DET.DET de los
       *> demas procesos legitimos que corren despues de PAGOS en la
       *> cadena (MOVDIA, CARGINT, CASTIGO, DEVOLUC, ACUERDO), tomados
       *> de sus archivos de control solo cuando vienen con la fecha
       *> de hoy. El saldo esperado es lo que PAGOS dejo mas facturado
       *> menos acreditado mas interes menos castigos mas cheques
       *> devueltos mas cuotas de acuerdos menos lo reestructurado.
       01 WS-MOVCTL-STATUS  PIC X(2).
       01 WS-INTCTL-STATUS  PIC X(2).
       01 WS-CASCTL-STATUS  PIC X(2).
       01 WS-DEVCTL-STATUS  PIC X(2).
       01 WS-ACUCTL-STATUS  PIC X(2).
       01 WS-AJ-FACTURADO   PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-ACREDITADO  PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-INTERES     PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-CASTIGADO   PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-REVERSADO   PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-REESTRUC    PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-CUOTAS      PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-RETENIDO    PIC 9(9)V99 VALUE ZERO.
       01 WS-AJ-LIBERADO    PIC 9(9)V99 VALUE ZERO.
       01 WS-HAY-ACUCTL     PIC X VALUE "N".
       01 WS-HAY-AJUSTES    PIC X VALUE "N".
       01 WS-ESPERADO       PIC S9(10)V99.
       01 WS-AJ-TXT-1       PIC Z(9)9.99.
       01 WS-AJ-TXT-2       PIC Z(9)9.99.
       01 WS-AJ-TXT-3       PIC Z(9)9.99.
       01 WS-AJ-TXT-4       PIC Z(9)9.99.
       01 WS-AJ-TXT-5       PIC Z(9)9.99.
       01 WS-AJ-TXT-6       PIC Z(9)9.99.
       01 WS-AJ-TXT-7       PIC Z(9)9.99.
       01 WS-AJ-TXT-8       PIC Z(9)9.99.
       01 WS-AJ-TXT-9       PIC Z(9)9.99.

       *> Prueba 3: NITs de DET.DET y CUPOS.DET contra NIT.DET
       01 WS-NIT-MAX        PIC 9(8) VALUE 20000.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM ABRIR-LISTADO
           PERFORM SUMAR-DET-ACTUAL
           PERFORM CARGAR-TABLA-NIT
           PERFORM CARGAR-AJUSTES
           PERFORM PROBAR-VALIDET
           PERFORM PROBAR-PAGOS
           PERFORM PROBAR-ACUERDOS
           PERFORM PROBAR-NITS
           PERFORM PROBAR-RUNLOG
           PERFORM IMPRIMIR-CERTIFICADO
           PERFORM GRABAR-CONTROL
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
               DISPLAY "CUADRE: sin fecha de negocio en "
                   "FECHANEG.DET. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FNG-ESTADO NOT = "A"
               DISPLAY "CUADRE: el dia de negocio " WS-FECHA-NEGOCIO
                   " ya esta cerrado. No se proceso nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       ABRIR-LISTADO.
           OPEN OUTPUT LISTADO-FILE
           MOVE SPACES TO WS-LINE
           EXIT.

       *> Carga los efectos netos sobre DET.DET que dejaron MOVDIA,
       *> CARGINT, CASTIGO, DEVOLUC y ACUERDO en sus archivos de
       *> control. Solo cuentan los controles con fecha de hoy: un
       *> archivo ausente o viejo significa que ese programa no
       *> corrio y su efecto es cero.
       CARGAR-AJUSTES.
           MOVE ZERO TO WS-AJ-FACTURADO WS-AJ-ACREDITADO
           MOVE ZERO TO WS-AJ-INTERES WS-AJ-CASTIGADO
           MOVE ZERO TO WS-AJ-REVERSADO
           MOVE ZERO TO WS-AJ-REESTRUC WS-AJ-CUOTAS
           MOVE ZERO TO WS-AJ-RETENIDO WS-AJ-LIBERADO
           MOVE "N" TO WS-HAY-AJUSTES
           MOVE "N" TO WS-HAY-ACUCTL
           OPEN INPUT MOVCTL-FILE
           IF WS-MOVCTL-STATUS = "00"
               READ MOVCTL-FILE
                       IF MCT-FECHA = WS-FECHA-PROCESO
                           MOVE MCT-FACTURADO  TO WS-AJ-FACTURADO
                           MOVE MCT-ACREDITADO TO WS-AJ-ACREDITADO
                           MOVE MCT-RETENIDO   TO WS-AJ-RETENIDO
                           MOVE MCT-LIBERADO   TO WS-AJ-LIBERADO
                       END-IF
               END-READ
               CLOSE MOVCTL-FILE
               END-READ
               CLOSE CASCTL-FILE
           END-IF
           OPEN INPUT DEVCTL-FILE
           IF WS-DEVCTL-STATUS = "00"
               READ DEVCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DCT-FECHA = WS-FECHA-PROCESO
                           MOVE DCT-REVERSADO TO WS-AJ-REVERSADO
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
                           MOVE ACT-CANCELADO TO WS-AJ-REESTRUC
                           MOVE ACT-CREADO    TO WS-AJ-CUOTAS
                           MOVE "S" TO WS-HAY-ACUCTL
                       END-IF
               END-READ
               CLOSE ACUCTL-FILE
           END-IF
           IF WS-AJ-FACTURADO > ZERO OR WS-AJ-ACREDITADO > ZERO OR
              WS-AJ-INTERES > ZERO OR WS-AJ-CASTIGADO > ZERO OR
              WS-AJ-REVERSADO > ZERO OR WS-AJ-REESTRUC > ZERO OR
              WS-AJ-CUOTAS > ZERO
               MOVE "S" TO WS-HAY-AJUSTES
           END-IF
           EXIT.
       *> 2B: el DET.DET de hoy debe ser lo que PAGOS dejo mas el
       *> efecto legitimo de los procesos que corren despues en la
       *> cadena (facturado - acreditado de MOVDIA, interes de
       *> CARGINT, menos castigos de CASTIGO, mas los cheques
       *> devueltos que DEVOLUC le regreso a la cartera, mas las
       *> cuotas que creo ACUERDO menos los documentos que cancelo),
       *> tomados de sus archivos de control del dia. Asi la
       *> actividad normal no dispara el descuadre y una diferencia
       *> real queda sola.
                   IF WS-HAY-AJUSTES = "S"
                       MOVE WS-AJ-FACTURADO  TO WS-AJ-TXT-1
                       MOVE WS-AJ-ACREDITADO TO WS-AJ-TXT-2
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       WRITE LIST-REC FROM WS-LINE
                       MOVE WS-AJ-REVERSADO  TO WS-AJ-TXT-5
                       MOVE SPACES TO WS-LINE
                       STRING "                       + cheques "
                       "devueltos " WS-AJ-TXT-5
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       WRITE LIST-REC FROM WS-LINE
                       MOVE WS-AJ-CUOTAS     TO WS-AJ-TXT-6
                       MOVE WS-AJ-REESTRUC   TO WS-AJ-TXT-7
                       MOVE SPACES TO WS-LINE
                       STRING "                       + cuotas de "
                       "acuerdos " WS-AJ-TXT-6 " - reestructurado "
                       WS-AJ-TXT-7
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       WRITE LIST-REC FROM WS-LINE
                   END-IF
       *> Las facturas que MOVDIA retuvo por credito no entraron a
       *> DET.DET y no van en la ecuacion; las liberadas que si
       *> entraron ya vienen dentro de lo facturado. Se informan
       *> aparte para que el facturado del dia se pueda explicar.
                   IF WS-AJ-RETENIDO > ZERO OR WS-AJ-LIBERADO > ZERO
                       MOVE WS-AJ-RETENIDO TO WS-AJ-TXT-8
                       MOVE WS-AJ-LIBERADO TO WS-AJ-TXT-9
                       MOVE SPACES TO WS-LINE
                       STRING "                       (retenido por "
                       "credito " WS-AJ-TXT-8 " fuera de DET.DET; "
                       "liberado " WS-AJ-TXT-9 " dentro de facturado)"
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       WRITE LIST-REC FROM WS-LINE
                   END-IF
                   COMPUTE WS-ESPERADO =
                           PCT-TOTAL-DESPUES + WS-AJ-FACTURADO -
                           WS-AJ-ACREDITADO + WS-AJ-INTERES -
                           WS-AJ-CASTIGADO + WS-AJ-REVERSADO +
                           WS-AJ-CUOTAS - WS-AJ-REESTRUC
                   COMPUTE WS-DIF-VALOR =
                           WS-DET-TOTAL - WS-ESPERADO
                   IF WS-DIF-VALOR = ZERO
           END-IF
           EXIT.

       *> 2C: un acuerdo de pago solo cambia la forma de la deuda,
       *> no su monto. Si ACUERDO corrio hoy, las cuotas que creo
       *> deben sumar exactamente lo que cancelo de DET.DET. Si no
       *> corrio no hay nada que probar.
       PROBAR-ACUERDOS.
           IF WS-HAY-ACUCTL = "S"
               COMPUTE WS-DIF-VALOR = WS-AJ-CUOTAS - WS-AJ-REESTRUC
               IF WS-DIF-VALOR = ZERO
                   MOVE WS-AJ-REESTRUC TO WS-VAL-TXT
                   MOVE SPACES TO WS-LINE
                   STRING "PRUEBA 2C ACUERDOS:    OK - cuotas "
                   "creadas = documentos reestructurados ("
                   WS-VAL-TXT "), efecto neto cero"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               ELSE
                   ADD 1 TO WS-FALLAS
                   MOVE WS-DIF-VALOR TO WS-DIF-TXT
                   MOVE SPACES TO WS-LINE
                   STRING "PRUEBA 2C ACUERDOS:    FALLA - las cuotas "
                   "creadas no suman lo reestructurado (diferencia "
                   WS-DIF-TXT ")"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   WRITE LIST-REC FROM WS-LINE
               END-IF
           END-IF
           EXIT.

       *> Prueba 3: todo NIT de DET.DET y de CUPOS.DET debe existir
       *> en NIT.DET. Los huerfanos quedan listados (los primeros
       *> WS-HU-MAX distintos) para corregir el maestro.
           END-IF
           WRITE LIST-REC FROM WS-LINE
           EXIT.

       *> Graba CUADRE.CTL con el resultado del certificado.
       GRABAR-CONTROL.
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           MOVE WS-FECHA-PROCESO TO CUC-FECHA
           MOVE WS-FALLAS TO CUC-FALLAS
           IF WS-FALLAS = ZERO
               MOVE "S" TO CUC-CERTIFICADO
           ELSE
               MOVE "N" TO CUC-CERTIFICADO
           END-IF
           WRITE CTL-REC
           CLOSE CTL-FILE
           EXIT.
