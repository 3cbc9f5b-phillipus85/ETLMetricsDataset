      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : SEGUIMIENTO DE CASOS DE DISPUTA CON LAS REDES    *
      * OBJETIVO  : RBD491 ABRE UN CASO EN RB491CS POR CADA PARTIDA  *
      *           : CON DIFERENCIA O DE UN SOLO LADO Y LO CIERRA     *
      *           : CUANDO LA RED LA LIQUIDA IGUAL. ESTE PASO APLICA *
      *           : LAS TARJETAS DE LA MESA DE LIQUIDACION (RB515AC: *
      *           : RECLAMADO A LA RED, GANADO O PERDIDO CON SU      *
      *           : MONTO DE RESOLUCION) Y EMITE EL LISTADO DIARIO   *
      *           : DE ANTIGUEDAD DE CASOS PENDIENTES POR RED        *
      *           : (RB515AG) PARA PERSEGUIR A LOS ADQUIRENTES, EN   *
      *           : VEZ DEL HILO DE CORREOS DE HOY                   *
      * FECHA     : 20 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192164                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192164                                       *
      * FECHA  : 20 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. ACCIONES DE RB515AC:  *
      *          'C' RECLAMADO (SOLO DESDE ABIERTO), 'G' GANADO Y    *
      *          'P' PERDIDO (DESDE ABIERTO O RECLAMADO). UN CASO    *
      *          INEXISTENTE O YA RESUELTO RECHAZA LA TARJETA CON    *
      *          RETURN-CODE 4. LA ANTIGUEDAD SE CUENTA EN DIAS      *
      *          CORRIDOS DESDE LA APERTURA DEL CASO, EN TRAMOS DE   *
      *          0-7, 8-30, 31-60, 61-90 Y MAS DE 90 DIAS            *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD515.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 20 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  RB515AC     ASSIGN TO SYS001-RB515AC
                               FILE STATUS ES-RB515AC.

           SELECT  RB491CS     ASSIGN TO SYS002-RB491CS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB491CS-LLAVE
                               FILE STATUS ES-RB491CS.

           SELECT  RB515AG     ASSIGN TO SYS003-RB515AG
                               FILE STATUS ES-RB515AG.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE LA MESA DE LIQUIDACION, UNA ACCION POR CASO.       *
      * LINEAS EN BLANCO O CON '*' EN LA COLUMNA 1 SE IGNORAN          *
      *----------------------------------------------------------------*
       FD  RB515AC.
       01  REG-RB515AC.
           03 RB515AC-RED-ADQUIR          PIC X(2).
           03 RB515AC-NUM-CTA             PIC 9(16).
           03 RB515AC-NUM-TRANSAC         PIC 9(16).
           03 RB515AC-ACCION              PIC X(1).
              88 RB515AC-RECLAMAR         VALUE 'C'.
              88 RB515AC-GANAR            VALUE 'G'.
              88 RB515AC-PERDER           VALUE 'P'.
           03 RB515AC-MONTO-RESOLUCION    PIC 9(13)V9(02).
           03 RB515AC-USUARIO             PIC X(13).
           03 FILLER                      PIC X(17).

      *----------------------------------------------------------------*
      * MAESTRO DE CASOS DE DISPUTA, MISMO LAYOUT QUE MANTIENE RBD491  *
      *----------------------------------------------------------------*
       FD  RB491CS.
       01  REG-RB491CS.
           03 RB491CS-LLAVE.
              05 RB491CS-RED-ADQUIR       PIC X(2).
              05 RB491CS-NUM-CTA          PIC 9(16).
              05 RB491CS-NUM-TRANSAC      PIC 9(16).
           03 RB491CS-TIPO-CASO           PIC X(1).
           03 RB491CS-ESTADO              PIC X(1).
              88 RB491CS-ABIERTO          VALUE 'A'.
              88 RB491CS-RECLAMADO        VALUE 'C'.
              88 RB491CS-GANADO           VALUE 'G'.
              88 RB491CS-PERDIDO          VALUE 'P'.
              88 RB491CS-PENDIENTE        VALUE 'A' 'C'.
           03 RB491CS-TIP-TRANSAC         PIC X(3).
           03 RB491CS-FECHA-TRANSAC       PIC 9(8).
           03 RB491CS-MONTO-NUESTRO       PIC 9(13)V9(02).
           03 RB491CS-MONEDA-NUESTRA      PIC X(3).
           03 RB491CS-MONTO-RED           PIC 9(13)V9(02).
           03 RB491CS-MONEDA-RED          PIC X(3).
           03 RB491CS-FECHA-APERTURA      PIC 9(8).
           03 RB491CS-FECHA-ULT-VISTO     PIC 9(8).
           03 RB491CS-FECHA-RECLAMO       PIC 9(8).
           03 RB491CS-FECHA-RESOLUCION    PIC 9(8).
           03 RB491CS-MONTO-RESOLUCION    PIC 9(13)V9(02).
           03 RB491CS-IND-CIERRE          PIC X(1).
           03 RB491CS-USUARIO             PIC X(13).

      *----------------------------------------------------------------*
      * LISTADO DIARIO DE ANTIGUEDAD DE CASOS PENDIENTES POR RED       *
      *----------------------------------------------------------------*
       FD  RB515AG.
       01  REG-RB515AG                    PIC X(132).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
      *----------------------------------------------------------------*
       FD  RBLEDSS.
       01  REG-RBLEDSS.
           03 RBLEDG-LLAVE.
              05 RBLEDG-PROGRAMA          PIC X(08).
              05 RBLEDG-FECHA-PROCESO     PIC 9(08).
              05 RBLEDG-HORA-INICIO       PIC 9(08).
           03 RBLEDG-FECHA-FIN            PIC 9(08).
           03 RBLEDG-HORA-FIN             PIC 9(08).
           03 RBLEDG-RETURN-CODE          PIC 9(04).
           03 RBLEDG-CANT-CONTADORES      PIC 9(02).
           03 RBLEDG-CONTADORES.
              05 RBLEDG-CONTADOR OCCURS 10 TIMES.
                 07 RBLEDG-CONT-NOMBRE    PIC X(20).
                 07 RBLEDG-CONT-VALOR     PIC 9(10).

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-RB515AC                   PIC   X(02).
           03  ES-RB491CS                   PIC   X(02).
           03  ES-RB515AG                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-TARJETAS                  PIC   9(10).
           03  WK-APLICADAS                 PIC   9(10).
           03  WK-RECHAZADAS                PIC   9(10).
           03  WK-CASOS-LEIDOS              PIC   9(10).
           03  WK-PENDIENTES                PIC   9(10).
           03  WK-DIAS-EDAD                 PIC   9(05).
           03  WK-IX-TRAMO                  PIC   9(01).
           03  WK-SW-RED-INI                PIC   9(01).
           03  WK-RED-ANTERIOR              PIC   X(02).

      * CONTADORES POR TRAMO DE ANTIGUEDAD: 1 = 0-7, 2 = 8-30,
      * 3 = 31-60, 4 = 61-90, 5 = MAS DE 90 DIAS
       01  TB-TRAMOS-RED.
           03  TB-TR-RED OCCURS 5 TIMES     PIC   9(07).
       01  TB-TRAMOS-TOTAL.
           03  TB-TR-TOT OCCURS 5 TIMES     PIC   9(07).

      * CAMPOS DEL CALCULO DE NUMERO DE DIA JULIANO
       01  WK-FECHA-JDN                     PIC   9(08).
       01  WK-FECHA-JDN-R REDEFINES WK-FECHA-JDN.
           03 WK-JD-ANIO                    PIC   9(04).
           03 WK-JD-MES                     PIC   9(02).
           03 WK-JD-DIA                     PIC   9(02).
       01  WK-JD-A                          PIC   9(02).
       01  WK-JD-Y                          PIC   9(05).
       01  WK-JD-M                          PIC   9(02).
       01  WK-JD-T1                         PIC   9(05).
       01  WK-JD-T2                         PIC   9(05).
       01  WK-JD-T3                         PIC   9(05).
       01  WK-JD-T4                         PIC   9(05).
       01  WK-JDN                           PIC   9(08).
       01  WK-JDN-PROCESO                   PIC   9(08).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD515'.
           03 FILLER                       PIC X(64) VALUE
              'ANTIGUEDAD DE CASOS DE DISPUTA PENDIENTES POR RED'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(35).

       01  WK-LINEA-RED.
           03 FILLER                       PIC X(05) VALUE 'RED: '.
           03 WK-LRE-RED                    PIC X(02).
           03 FILLER                       PIC X(125).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(45) VALUE
              ' EDAD  E T CUENTA           TRANSACCION      '.
           03 FILLER                       PIC X(45) VALUE
              'TIP FEC.TRX  APERTURA      MONTO NUESTRO MON '.
           03 FILLER                       PIC X(42) VALUE
              '         MONTO RED MON RECLAMO            '.

       01  WK-LINEA-DETALLE.
           03 WK-LDE-EDAD                   PIC ZZZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-ESTADO                 PIC X(01).
           03 FILLER                       PIC X(01).
           03 WK-LDE-TIPO                   PIC X(01).
           03 FILLER                       PIC X(01).
           03 WK-LDE-NUM-CTA                PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-NUM-TRANSAC            PIC 9(16).
           03 FILLER                       PIC X(01).
           03 WK-LDE-TIP-TRANSAC            PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-FECHA-TRANSAC          PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-APERTURA               PIC 9(08).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO-NUESTRO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONEDA-NUESTRA         PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONTO-RED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           03 FILLER                       PIC X(01).
           03 WK-LDE-MONEDA-RED             PIC X(03).
           03 FILLER                       PIC X(01).
           03 WK-LDE-RECLAMO                PIC 9(08)
                                            BLANK WHEN ZERO.
           03 FILLER                       PIC X(11).

       01  WK-LINEA-TRAMOS.
           03 FILLER                       PIC X(02).
           03 WK-LTR-TEXTO                  PIC X(16).
           03 FILLER                       PIC X(06) VALUE '0-7: '.
           03 WK-LTR-T1                     PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(09) VALUE '  8-30: '.
           03 WK-LTR-T2                     PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(10) VALUE '  31-60: '.
           03 WK-LTR-T3                     PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(10) VALUE '  61-90: '.
           03 WK-LTR-T4                     PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(10) VALUE '  +90  : '.
           03 WK-LTR-T5                     PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(10) VALUE '  TOTAL: '.
           03 WK-LTR-TOTAL                  PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(17).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.
           PERFORM 200-PROCESO     THRU 200-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 300-LISTAR-ANTIGUEDAD THRU 300-FIN.
           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-TRAMOS-RED.
           INITIALIZE  TB-TRAMOS-TOTAL.

           PERFORM 110-LEER-FECPRSS THRU 110-FIN.
           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA.
           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-PROCESO.

           OPEN I-O RB491CS.
           IF   ES-RB491CS NOT = '00'
                DISPLAY 'ERROR AL ABRIR CASOS DE DISPUTA RB491CS '
                         ES-RB491CS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB515AG.
           IF   ES-RB515AG NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB515AG ' ES-RB515AG
                MOVE     999           TO   RETURN-CODE
                CLOSE    RB491CS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

      * SIN TARJETAS DEL DIA SOLO SE EMITE EL LISTADO
           OPEN INPUT RB515AC.
           IF   ES-RB515AC = '97'
                MOVE '00'  TO ES-RB515AC.
           IF   ES-RB515AC = '00'
                PERFORM 210-LEER-RB515AC THRU 210-FIN
           ELSE
                DISPLAY 'SIN TARJETAS RB515AC, SOLO SE EMITE EL '
                        'LISTADO DE ANTIGUEDAD'
                MOVE 1 TO SW-FIN
           END-IF.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       110-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       110-FIN.
           EXIT.

       200-PROCESO.

           PERFORM 220-APLICAR-ACCION THRU 220-FIN.
           PERFORM 210-LEER-RB515AC   THRU 210-FIN.

       200-FIN.
           EXIT.

       210-LEER-RB515AC.

           READ RB515AC

           IF ES-RB515AC = '00'
              IF REG-RB515AC = SPACES OR REG-RB515AC(1:1) = '*'
                 GO TO 210-LEER-RB515AC
              END-IF
              ADD 1 TO WK-TARJETAS
           ELSE
            IF ES-RB515AC = '10' OR '46'
              MOVE 1 TO SW-FIN
              CLOSE RB515AC
            ELSE
               DISPLAY 'ERROR AL LEER TARJETAS RB515AC ' ES-RB515AC
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * APLICA UNA TARJETA SOBRE SU CASO. EL CASO DEBE EXISTIR Y ESTAR *
      * PENDIENTE; EL RECLAMO SOLO PROCEDE SOBRE UN CASO ABIERTO       *
      *----------------------------------------------------------------*
       220-APLICAR-ACCION.

           IF NOT RB515AC-RECLAMAR AND NOT RB515AC-GANAR AND
              NOT RB515AC-PERDER
              DISPLAY 'TARJETA RECHAZADA, ACCION INVALIDA: '
                       REG-RB515AC
              ADD 1 TO WK-RECHAZADAS
              GO TO 220-FIN
           END-IF.

           IF RB515AC-NUM-CTA NOT NUMERIC OR
              RB515AC-NUM-TRANSAC NOT NUMERIC OR
              RB515AC-MONTO-RESOLUCION NOT NUMERIC
              DISPLAY 'TARJETA RECHAZADA, CAMPOS NO NUMERICOS: '
                       REG-RB515AC
              ADD 1 TO WK-RECHAZADAS
              GO TO 220-FIN
           END-IF.

           MOVE RB515AC-RED-ADQUIR  TO RB491CS-RED-ADQUIR.
           MOVE RB515AC-NUM-CTA     TO RB491CS-NUM-CTA.
           MOVE RB515AC-NUM-TRANSAC TO RB491CS-NUM-TRANSAC.
           READ RB491CS.

           IF ES-RB491CS = '23'
              DISPLAY 'TARJETA RECHAZADA, CASO INEXISTENTE: '
                       RB515AC-RED-ADQUIR ' ' RB515AC-NUM-CTA ' '
                       RB515AC-NUM-TRANSAC
              ADD 1 TO WK-RECHAZADAS
              GO TO 220-FIN
           END-IF.
           IF ES-RB491CS NOT = '00'
              DISPLAY 'ERROR AL LEER CASOS DE DISPUTA RB491CS '
                       ES-RB491CS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           IF NOT RB491CS-PENDIENTE OR
              (RB515AC-RECLAMAR AND NOT RB491CS-ABIERTO)
              DISPLAY 'TARJETA RECHAZADA, CASO EN ESTADO '
                       RB491CS-ESTADO ': ' RB515AC-RED-ADQUIR ' '
                       RB515AC-NUM-CTA ' ' RB515AC-NUM-TRANSAC
              ADD 1 TO WK-RECHAZADAS
              GO TO 220-FIN
           END-IF.

           EVALUATE TRUE
               WHEN RB515AC-RECLAMAR
                   SET  RB491CS-RECLAMADO TO TRUE
                   MOVE WK-FECHA-SISTEMA  TO RB491CS-FECHA-RECLAMO
               WHEN RB515AC-GANAR
                   SET  RB491CS-GANADO    TO TRUE
                   MOVE WK-FECHA-SISTEMA  TO RB491CS-FECHA-RESOLUCION
                   MOVE RB515AC-MONTO-RESOLUCION
                                          TO RB491CS-MONTO-RESOLUCION
                   MOVE 'M'               TO RB491CS-IND-CIERRE
               WHEN RB515AC-PERDER
                   SET  RB491CS-PERDIDO   TO TRUE
                   MOVE WK-FECHA-SISTEMA  TO RB491CS-FECHA-RESOLUCION
                   MOVE RB515AC-MONTO-RESOLUCION
                                          TO RB491CS-MONTO-RESOLUCION
                   MOVE 'M'               TO RB491CS-IND-CIERRE
           END-EVALUATE.
           MOVE RB515AC-USUARIO TO RB491CS-USUARIO.

           REWRITE REG-RB491CS.
           IF ES-RB491CS NOT = '00'
              DISPLAY 'ERROR AL ACTUALIZAR CASO RB491CS ' ES-RB491CS
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-APLICADAS.

       220-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RECORRE EL MAESTRO EN ORDEN DE LLAVE (RED + CUENTA +           *
      * TRANSACCION) Y LISTA LOS CASOS PENDIENTES CON SU EDAD, CON EL  *
      * RESUMEN DE TRAMOS AL CAMBIAR DE RED Y EL TOTAL AL FINAL        *
      *----------------------------------------------------------------*
       300-LISTAR-ANTIGUEDAD.

           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB515AG.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           MOVE SPACES            TO REG-RB515AG.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

           MOVE LOW-VALUES TO RB491CS-LLAVE.
           START RB491CS KEY IS NOT LESS THAN RB491CS-LLAVE.
           IF ES-RB491CS NOT = '00'
              GO TO 300-TOTAL
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 310-LEER-CASO THRU 310-FIN.
           PERFORM 320-LISTAR-CASO THRU 320-FIN
                   UNTIL SW-FIN = 1.

           IF WK-SW-RED-INI = 1
              PERFORM 330-RESUMEN-RED THRU 330-FIN
           END-IF.

       300-TOTAL.

           IF WK-PENDIENTES = 0
              MOVE '  SIN CASOS DE DISPUTA PENDIENTES' TO REG-RB515AG
              PERFORM 390-GRABAR-LINEA THRU 390-FIN
           END-IF.

           MOVE 'TOTAL GENERAL'   TO WK-LTR-TEXTO.
           MOVE TB-TR-TOT(1)      TO WK-LTR-T1.
           MOVE TB-TR-TOT(2)      TO WK-LTR-T2.
           MOVE TB-TR-TOT(3)      TO WK-LTR-T3.
           MOVE TB-TR-TOT(4)      TO WK-LTR-T4.
           MOVE TB-TR-TOT(5)      TO WK-LTR-T5.
           MOVE WK-PENDIENTES     TO WK-LTR-TOTAL.
           MOVE WK-LINEA-TRAMOS   TO REG-RB515AG.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

       300-FIN.
           EXIT.

       310-LEER-CASO.

           READ RB491CS NEXT RECORD

           IF ES-RB491CS = '00'
              ADD 1 TO WK-CASOS-LEIDOS
           ELSE
            IF ES-RB491CS = '10'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL RECORRER CASOS RB491CS ' ES-RB491CS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       310-FIN.
           EXIT.

       320-LISTAR-CASO.

           IF NOT RB491CS-PENDIENTE
              GO TO 320-LEER
           END-IF.

           IF WK-SW-RED-INI = 0 OR
              RB491CS-RED-ADQUIR NOT = WK-RED-ANTERIOR
              IF WK-SW-RED-INI = 1
                 PERFORM 330-RESUMEN-RED THRU 330-FIN
              END-IF
              MOVE 1                  TO WK-SW-RED-INI
              MOVE RB491CS-RED-ADQUIR TO WK-RED-ANTERIOR
              MOVE RB491CS-RED-ADQUIR TO WK-LRE-RED
              MOVE WK-LINEA-RED       TO REG-RB515AG
              PERFORM 390-GRABAR-LINEA THRU 390-FIN
              MOVE WK-LINEA-COLUMNAS  TO REG-RB515AG
              PERFORM 390-GRABAR-LINEA THRU 390-FIN
           END-IF.

           MOVE RB491CS-FECHA-APERTURA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           IF WK-JDN > WK-JDN-PROCESO
              MOVE 0 TO WK-DIAS-EDAD
           ELSE
              COMPUTE WK-DIAS-EDAD = WK-JDN-PROCESO - WK-JDN
           END-IF.

           EVALUATE TRUE
               WHEN WK-DIAS-EDAD <= 7
                   MOVE 1 TO WK-IX-TRAMO
               WHEN WK-DIAS-EDAD <= 30
                   MOVE 2 TO WK-IX-TRAMO
               WHEN WK-DIAS-EDAD <= 60
                   MOVE 3 TO WK-IX-TRAMO
               WHEN WK-DIAS-EDAD <= 90
                   MOVE 4 TO WK-IX-TRAMO
               WHEN OTHER
                   MOVE 5 TO WK-IX-TRAMO
           END-EVALUATE.
           ADD 1 TO TB-TR-RED(WK-IX-TRAMO).
           ADD 1 TO TB-TR-TOT(WK-IX-TRAMO).
           ADD 1 TO WK-PENDIENTES.

           MOVE SPACES                   TO WK-LINEA-DETALLE.
           MOVE WK-DIAS-EDAD             TO WK-LDE-EDAD.
           MOVE RB491CS-ESTADO           TO WK-LDE-ESTADO.
           MOVE RB491CS-TIPO-CASO        TO WK-LDE-TIPO.
           MOVE RB491CS-NUM-CTA          TO WK-LDE-NUM-CTA.
           MOVE RB491CS-NUM-TRANSAC      TO WK-LDE-NUM-TRANSAC.
           MOVE RB491CS-TIP-TRANSAC      TO WK-LDE-TIP-TRANSAC.
           MOVE RB491CS-FECHA-TRANSAC    TO WK-LDE-FECHA-TRANSAC.
           MOVE RB491CS-FECHA-APERTURA   TO WK-LDE-APERTURA.
           MOVE RB491CS-MONTO-NUESTRO    TO WK-LDE-MONTO-NUESTRO.
           MOVE RB491CS-MONEDA-NUESTRA   TO WK-LDE-MONEDA-NUESTRA.
           MOVE RB491CS-MONTO-RED        TO WK-LDE-MONTO-RED.
           MOVE RB491CS-MONEDA-RED       TO WK-LDE-MONEDA-RED.
           MOVE RB491CS-FECHA-RECLAMO    TO WK-LDE-RECLAMO.
           MOVE WK-LINEA-DETALLE         TO REG-RB515AG.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.

       320-LEER.

           PERFORM 310-LEER-CASO THRU 310-FIN.

       320-FIN.
           EXIT.

       330-RESUMEN-RED.

           MOVE SPACES            TO WK-LTR-TEXTO.
           STRING 'TOTAL RED ' WK-RED-ANTERIOR
                  DELIMITED BY SIZE INTO WK-LTR-TEXTO.
           MOVE TB-TR-RED(1)      TO WK-LTR-T1.
           MOVE TB-TR-RED(2)      TO WK-LTR-T2.
           MOVE TB-TR-RED(3)      TO WK-LTR-T3.
           MOVE TB-TR-RED(4)      TO WK-LTR-T4.
           MOVE TB-TR-RED(5)      TO WK-LTR-T5.
           COMPUTE WK-LTR-TOTAL = TB-TR-RED(1) + TB-TR-RED(2)
                                + TB-TR-RED(3) + TB-TR-RED(4)
                                + TB-TR-RED(5).
           MOVE WK-LINEA-TRAMOS   TO REG-RB515AG.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           MOVE SPACES            TO REG-RB515AG.
           PERFORM 390-GRABAR-LINEA THRU 390-FIN.
           INITIALIZE TB-TRAMOS-RED.

       330-FIN.
           EXIT.

       390-GRABAR-LINEA.

           WRITE REG-RB515AG.
           IF ES-RB515AG NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB515AG ' ES-RB515AG
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       390-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * NUMERO DE DIA JULIANO DE WK-FECHA-JDN (AAAAMMDD), CON          *
      * ARITMETICA ENTERA PASO A PASO                                  *
      *----------------------------------------------------------------*
       800-CALCULAR-JDN.

           COMPUTE WK-JD-A = (14 - WK-JD-MES) / 12.
           COMPUTE WK-JD-Y = WK-JD-ANIO + 4800 - WK-JD-A.
           COMPUTE WK-JD-M = WK-JD-MES + (12 * WK-JD-A) - 3.
           COMPUTE WK-JD-T1 = ((153 * WK-JD-M) + 2) / 5.
           DIVIDE WK-JD-Y BY 4   GIVING WK-JD-T2.
           DIVIDE WK-JD-Y BY 100 GIVING WK-JD-T3.
           DIVIDE WK-JD-Y BY 400 GIVING WK-JD-T4.
           COMPUTE WK-JDN = WK-JD-DIA + WK-JD-T1 + (365 * WK-JD-Y)
                          + WK-JD-T2 - WK-JD-T3 + WK-JD-T4 - 32045.

       800-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD515 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-RECHAZADAS > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY TARJETAS RECHAZADAS, SE DEVUELVE '
                      'RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD515 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'TARJETAS LEIDAS            : ' WK-TARJETAS
              DISPLAY 'TARJETAS APLICADAS         : ' WK-APLICADAS
              DISPLAY 'TARJETAS RECHAZADAS        : ' WK-RECHAZADAS
              DISPLAY 'CASOS EN EL MAESTRO        : ' WK-CASOS-LEIDOS
              DISPLAY 'CASOS PENDIENTES           : ' WK-PENDIENTES
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB491CS.
           CLOSE RB515AG.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA                      *
      *----------------------------------------------------------------*
       991-GRABAR-LEDGER.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD515  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 4                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'TARJETAS-APLICADAS' TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-APLICADAS         TO RBLEDG-CONT-VALOR(1).
           MOVE 'TARJETAS-RECHAZADAS' TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-RECHAZADAS        TO RBLEDG-CONT-VALOR(2).
           MOVE 'CASOS-LEIDOS'       TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-CASOS-LEIDOS      TO RBLEDG-CONT-VALOR(3).
           MOVE 'CASOS-PENDIENTES'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-PENDIENTES        TO RBLEDG-CONT-VALOR(4).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
