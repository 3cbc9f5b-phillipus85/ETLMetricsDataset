      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : FACTURACION MENSUAL DE PRIMAS DEL SEGURO         *
      *           : VOLUNTARIO                                       *
      * OBJETIVO  : LA PRIMA DEL SEGURO VOLUNTARIO LA CALCULA HOY LA *
      *           : ASEGURADORA Y SE CARGA A MANO, Y LA FACTURACION  *
      *           : DE TARJETAS Y LA ASEGURADORA NO CUADRAN. ESTE    *
      *           : PASO RECORRE EL MAESTRO DE INSCRIPCIONES RD477SS *
      *           : (QUE MANTIENE RDK08301), CALCULA LA PRIMA DEL    *
      *           : MES DE CADA TARJETA INSCRITA SEGUN LA TABLA DE   *
      *           : PRIMAS RB517PR, PRORRATEA ALTAS Y BAJAS DENTRO   *
      *           : DEL MES, DEVUELVE LO COBRADO CUANDO LA BAJA CAE  *
      *           : EN EL PERIODO DE RETRACTO, Y DEJA EL ARCHIVO DE  *
      *           : CARGOS A TARJETA RB517CG, LA REMESA A LA         *
      *           : ASEGURADORA RB517RM Y EL CONTROL POR OFICINA     *
      *           : RB517CT, LOS TRES CON LOS MISMOS TOTALES         *
      * FECHA     : 24 DE ABRIL DE 2016                              *
      * NRO REQ   : REQPR00192167                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192167                                       *
      * FECHA  : 24 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM517SS: PERIODO=   *
      *          AAAAMM (DEFAULT EL MES ANTERIOR A LA FECHA DE       *
      *          PROCESO), DIAS-RETRACTO= (DEFAULT 15, MAXIMO 60) Y  *
      *          PCT-COMISION= PORCENTAJE ENTERO QUE RETIENE EL      *
      *          BANCO DE LA REMESA (DEFAULT 0). LA COBERTURA VA     *
      *          DESDE LA FECHA DE ALTA HASTA EL DIA ANTERIOR A LA   *
      *          BAJA; EL MES COMPLETO COBRA LA PRIMA DE LA TABLA Y  *
      *          EL MES PARCIAL PRIMA * DIAS / DIAS DEL MES. UNA     *
      *          BAJA DENTRO DE LOS DIAS DE RETRACTO NO PAGA EL MES  *
      *          Y DEVUELVE LO COBRADO EN LOS MESES ANTERIORES. UNA  *
      *          TARJETA SIN PRIMA EN RB517PR NO SE COBRA (RC 4)     *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD517.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 24 DE ABRIL 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM517SS   ASSIGN TO SYS001-PARM517SS
                               FILE STATUS ES-PARM517SS.

           SELECT  RB517PR     ASSIGN TO SYS002-RB517PR
                               FILE STATUS ES-RB517PR.

           SELECT  RD477SS     ASSIGN TO SYS003-RD477SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RD477-LLAVE
                               FILE STATUS ES-RD477SS.

           SELECT  RB517CG     ASSIGN TO SYS004-RB517CG
                               FILE STATUS ES-RB517CG.

           SELECT  RB517RM     ASSIGN TO SYS005-RB517RM
                               FILE STATUS ES-RB517RM.

           SELECT  RB517CT     ASSIGN TO SYS006-RB517CT
                               FILE STATUS ES-RB517CT.

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
      * TARJETAS DE PARAMETROS CLAVE=VALOR                             *
      *----------------------------------------------------------------*
       FD  PARM517SS.
       01  REG-PARM517SS                  PIC X(80).

      *----------------------------------------------------------------*
      * TABLA DE PRIMAS MENSUALES POR TIPO DE TARJETA. UN TIPO EN      *
      * ESPACIOS ES LA PRIMA DE CUALQUIER OTRO TIPO                    *
      *----------------------------------------------------------------*
       FD  RB517PR.
       01  REG-RB517PR.
           03 RB517PR-TIP-TC              PIC X(50).
           03 RB517PR-MONTO-PRIMA         PIC 9(07)V9(02).
           03 FILLER                      PIC X(21).

      *----------------------------------------------------------------*
      * MAESTRO DE INSCRIPCIONES AL SEGURO VOLUNTARIO, EL MISMO LAYOUT *
      * DE AREA-RD477 DE RDK08301                                      *
      *----------------------------------------------------------------*
       FD  RD477SS.
       01  REG-RD477SS.
           03 RD477-LLAVE.
              05 RD477-TIP-IDE            PIC X(01).
              05 RD477-NUM-IDE            PIC 9(16).
              05 RD477-NUM-TC             PIC 9(16).
           03 RD477-ESTADO                PIC X(01).
              88 RD477-ACTIVA             VALUE 'A'.
              88 RD477-CANCELADA          VALUE 'C'.
           03 RD477-TIP-TC                PIC X(50).
           03 RD477-NUM-OFI               PIC 9(03).
           03 RD477-FECHA-ALTA            PIC 9(08).
           03 RD477-USUARIO-ALTA          PIC 9(13).
           03 RD477-FECHA-BAJA            PIC 9(08).
           03 RD477-USUARIO-BAJA          PIC 9(13).
           03 RD477-FECHA-ULT-ACT         PIC 9(08).

      *----------------------------------------------------------------*
      * CARGOS PARA LA FACTURACION DE TARJETAS: 'C' PRIMA DEL MES,     *
      * 'D' DEVOLUCION POR RETRACTO (ABONO A LA TARJETA)               *
      *----------------------------------------------------------------*
       FD  RB517CG.
       01  REG-RB517CG.
           03 RB517CG-NUM-TC              PIC 9(16).
           03 RB517CG-TIP-IDE             PIC X(01).
           03 RB517CG-NUM-IDE             PIC 9(16).
           03 RB517CG-TIPO-MOV            PIC X(01).
              88 RB517CG-CARGO            VALUE 'C'.
              88 RB517CG-DEVOLUCION       VALUE 'D'.
           03 RB517CG-PERIODO             PIC 9(06).
           03 RB517CG-FECHA-DESDE         PIC 9(08).
           03 RB517CG-FECHA-HASTA         PIC 9(08).
           03 RB517CG-DIAS                PIC 9(02).
           03 RB517CG-MONTO               PIC 9(09)V9(02).
           03 RB517CG-NUM-OFI             PIC 9(03).
           03 RB517CG-FECHA-PROCESO       PIC 9(08).

      *----------------------------------------------------------------*
      * REMESA A LA ASEGURADORA: ENCABEZADO 'E', UN DETALLE 'D' POR    *
      * CARGO O DEVOLUCION Y UN TOTAL 'T' CON LA COMISION DEL BANCO Y  *
      * EL NETO A REMITIR                                              *
      *----------------------------------------------------------------*
       FD  RB517RM.
       01  REG-RB517RM.
           03 RB517RM-TIPO-REG            PIC X(01).
           03 RB517RM-DETALLE.
              05 RB517RM-TIP-IDE          PIC X(01).
              05 RB517RM-NUM-IDE          PIC 9(16).
              05 RB517RM-NUM-TC           PIC 9(16).
              05 RB517RM-TIP-TC           PIC X(50).
              05 RB517RM-FECHA-ALTA       PIC 9(08).
              05 RB517RM-FECHA-BAJA       PIC 9(08).
              05 RB517RM-TIPO-MOV         PIC X(01).
              05 RB517RM-DIAS             PIC 9(02).
              05 RB517RM-MONTO            PIC 9(09)V9(02).
              05 FILLER                   PIC X(06).
           03 RB517RM-ENCABEZADO REDEFINES RB517RM-DETALLE.
              05 RB517RM-ENC-PERIODO      PIC 9(06).
              05 RB517RM-ENC-FECHA-PROCESO PIC 9(08).
              05 FILLER                   PIC X(105).
           03 RB517RM-TOTAL REDEFINES RB517RM-DETALLE.
              05 RB517RM-TOT-CANT-CARGOS  PIC 9(07).
              05 RB517RM-TOT-PRIMAS       PIC 9(13)V9(02).
              05 RB517RM-TOT-CANT-DEVOL   PIC 9(07).
              05 RB517RM-TOT-DEVOLUCIONES PIC 9(13)V9(02).
              05 RB517RM-TOT-NETO         PIC S9(13)V9(02).
              05 RB517RM-TOT-PCT-COMISION PIC 9(02).
              05 RB517RM-TOT-COMISION     PIC S9(13)V9(02).
              05 RB517RM-TOT-REMITIR      PIC S9(13)V9(02).
              05 FILLER                   PIC X(28).

      *----------------------------------------------------------------*
      * LISTADO DE CONTROL POR OFICINA                                 *
      *----------------------------------------------------------------*
       FD  RB517CT.
       01  REG-RB517CT                    PIC X(132).

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
           03  ES-PARM517SS                 PIC   X(02).
           03  ES-RB517PR                   PIC   X(02).
           03  ES-RD477SS                   PIC   X(02).
           03  ES-RB517CG                   PIC   X(02).
           03  ES-RB517RM                   PIC   X(02).
           03  ES-RB517CT                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-DIAS-RETRACTO             PIC   9(02).
           03  WK-PCT-COMISION              PIC   9(02).
           03  WK-LEIDOS-477                PIC   9(10).
           03  WK-INVALIDOS                 PIC   9(10).
           03  WK-SIN-PRIMA                 PIC   9(10).
           03  WK-CANT-CARGOS               PIC   9(07).
           03  WK-CANT-DEVOL                PIC   9(07).
           03  WK-CANT-ALTAS                PIC   9(07).
           03  WK-CANT-BAJAS                PIC   9(07).
           03  WK-CANT-RETRACTOS            PIC   9(07).
           03  WK-REG-REMESA                PIC   9(10).
           03  WK-TOT-PRIMAS                PIC   9(13)V9(02).
           03  WK-TOT-DEVOLUCIONES          PIC   9(13)V9(02).
           03  WK-TOT-NETO                  PIC  S9(13)V9(02).
           03  WK-TOT-COMISION              PIC  S9(13)V9(02).
           03  WK-TOT-REMITIR               PIC  S9(13)V9(02).
           03  WK-NETO-OFI                  PIC  S9(13)V9(02).
           03  WK-CANT-PRIMAS               PIC   9(03).
           03  WK-IX-PRIMA                  PIC   9(03).
           03  WK-IX-PRIMA-DEFAULT          PIC   9(03).
           03  WK-SW-PRIMA-HALLADA          PIC   9(01).
           03  WK-PRIMA-ACT                 PIC   9(07)V9(02).
           03  WK-IX-OFI                    PIC   9(04).
           03  WK-OFICINAS                  PIC   9(04).
           03  WK-OFI-EDIT                  PIC   9(03).
           03  WK-SW-RETRACTO               PIC   9(01).
           03  WK-JDN-ALTA                  PIC   9(08).
           03  WK-JDN-BAJA                  PIC   9(08).
           03  WK-JDN-DESDE                 PIC   9(08).
           03  WK-JDN-HASTA                 PIC   9(08).
           03  WK-DIAS-COBRO                PIC   9(03).
           03  WK-DIAS-DEVOL                PIC   9(03).
           03  WK-MONTO-CALC                PIC   9(09)V9(02).
           03  WK-MONTO-DEVOL               PIC   9(09)V9(02).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-PARM-NUMERO               PIC   9(10).
           03  WK-PARM-LARGO                PIC   9(02).
           03  WK-IX-PARM                   PIC   9(02).
           03  WK-PARM-DIGITO               PIC   9(01).
           03  WK-SW-VALOR-VALIDO           PIC   9(01).
           03  WK-SW-FIN-VALOR              PIC   9(01).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).
       01  WK-PARM-VALOR-R REDEFINES WK-PARM-VALOR.
           03  WK-PARM-VAL-CH OCCURS 50 TIMES
                                            PIC   X(01).

      *----------------------------------------------------------------*
      * PERIODO A FACTURAR Y MES EN CALCULO (PARA LAS DEVOLUCIONES SE  *
      * RECORREN LOS MESES ANTERIORES AL PERIODO)                      *
      *----------------------------------------------------------------*
       01  WK-PERIODO                       PIC   9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03  WK-PER-ANIO                  PIC   9(04).
           03  WK-PER-MES                   PIC   9(02).
       01  WK-MES-CALC                      PIC   9(06).
       01  WK-MES-CALC-R REDEFINES WK-MES-CALC.
           03  WK-MC-ANIO                   PIC   9(04).
           03  WK-MC-MES                    PIC   9(02).
       01  WK-JDN-MES-INI                   PIC   9(08).
       01  WK-JDN-MES-FIN                   PIC   9(08).
       01  WK-DIAS-MES                      PIC   9(02).
       01  WK-JDN-PER-INI                   PIC   9(08).
       01  WK-JDN-PER-FIN                   PIC   9(08).
       01  WK-DIAS-PER                      PIC   9(02).
       01  WK-FECHA-PER-INI                 PIC   9(08).
       01  WK-FECHA-PER-FIN                 PIC   9(08).

       01  TB-PRIMAS.
           03  TB-PR OCCURS 100 TIMES.
               05 TB-PR-TIP-TC              PIC  X(50).
               05 TB-PR-MONTO               PIC  9(07)V9(02).

      *----------------------------------------------------------------*
      * ACUMULADOS POR OFICINA, INDICE = NUMERO DE OFICINA + 1         *
      *----------------------------------------------------------------*
       01  TB-OFICINAS.
           03  TB-OFI OCCURS 1000 TIMES.
               05 TB-OF-CARGOS              PIC  9(07).
               05 TB-OF-ALTAS               PIC  9(07).
               05 TB-OF-BAJAS               PIC  9(07).
               05 TB-OF-RETRACTOS           PIC  9(07).
               05 TB-OF-PRIMAS              PIC  9(13)V9(02).
               05 TB-OF-DEVOLUCIONES        PIC  9(13)V9(02).

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
       01  WK-JI-A                          PIC   9(09).
       01  WK-JI-B                          PIC   9(04).
       01  WK-JI-C                          PIC   9(06).
       01  WK-JI-D                          PIC   9(04).
       01  WK-JI-E                          PIC   9(04).
       01  WK-JI-M                          PIC   9(02).
       01  WK-JI-K                          PIC   9(01).
       01  WK-JI-TMP                        PIC   9(09).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD517'.
           03 FILLER                       PIC X(56) VALUE
              'CONTROL DE PRIMAS DEL SEGURO VOLUNTARIO POR OFICINA'.
           03 FILLER                       PIC X(10) VALUE
              'PERIODO : '.
           03 WK-LTI-PERIODO                PIC 9(06).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(23).

       01  WK-LINEA-COLUMNAS.
           03 FILLER                       PIC X(44) VALUE
              '  OFIC.   CARGOS    ALTAS    BAJAS  RETRACT '.
           03 FILLER                       PIC X(44) VALUE
              '             PRIMAS        DEVOLUCIONES     '.
           03 FILLER                       PIC X(44) VALUE
              '            NETO                            '.

       01  WK-LINEA-DETALLE.
           03 FILLER                       PIC X(02).
           03 WK-LDE-OFI                    PIC X(05).
           03 FILLER                       PIC X(02).
           03 WK-LDE-CARGOS                 PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-ALTAS                  PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-BAJAS                  PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-RETRACTOS              PIC ZZZ,ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LDE-PRIMAS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LDE-DEVOLUCIONES           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LDE-NETO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                       PIC X(28).

       01  WK-LINEA-CIERRE.
           03 FILLER                       PIC X(02).
           03 WK-LCI-TEXTO                  PIC X(40).
           03 WK-LCI-MONTO                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                       PIC X(71).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR       THRU 100-FIN.
           PERFORM 200-FACTURAR-PRIMAS   THRU 200-FIN.
           PERFORM 300-CERRAR-REMESA     THRU 300-FIN.
           PERFORM 400-LISTAR-CONTROL    THRU 400-FIN.
           PERFORM 990-FINALIZAR         THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-PRIMAS.
           INITIALIZE  TB-OFICINAS.
           MOVE 0  TO WK-PERIODO.
           MOVE 15 TO WK-DIAS-RETRACTO.

           PERFORM 110-LEER-FECPRSS   THRU 110-FIN.
           PERFORM 101-LEER-PARM517SS THRU 101-FIN.

      * SIN PERIODO SE FACTURA EL MES ANTERIOR A LA FECHA DE PROCESO
           IF WK-PERIODO = 0
              MOVE WK-FECHA-SISTEMA(1:6) TO WK-PERIODO
              IF WK-PER-MES = 1
                 SUBTRACT 1 FROM WK-PER-ANIO
                 MOVE 12 TO WK-PER-MES
              ELSE
                 SUBTRACT 1 FROM WK-PER-MES
              END-IF
           END-IF.

           MOVE WK-PERIODO     TO WK-MES-CALC.
           PERFORM 820-LIMITES-MES THRU 820-FIN.
           MOVE WK-JDN-MES-INI TO WK-JDN-PER-INI.
           MOVE WK-JDN-MES-FIN TO WK-JDN-PER-FIN.
           MOVE WK-DIAS-MES    TO WK-DIAS-PER.
           MOVE WK-JDN-PER-INI TO WK-JDN.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN   TO WK-FECHA-PER-INI.
           MOVE WK-JDN-PER-FIN TO WK-JDN.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN   TO WK-FECHA-PER-FIN.

           DISPLAY 'FECHA DE PROCESO : ' WK-FECHA-SISTEMA
                   '  PERIODO : ' WK-FECHA-PER-INI
                   ' AL ' WK-FECHA-PER-FIN
                   '  DIAS RETRACTO : ' WK-DIAS-RETRACTO
                   '  COMISION % : ' WK-PCT-COMISION.

           PERFORM 105-CARGAR-RB517PR THRU 105-FIN.

           OPEN INPUT RD477SS.
           IF   ES-RD477SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR MAESTRO RD477SS ' ES-RD477SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB517CG.
           IF   ES-RB517CG NOT = '00'
                DISPLAY 'ERROR AL ABRIR CARGOS RB517CG ' ES-RB517CG
                MOVE     999           TO   RETURN-CODE
                CLOSE    RD477SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB517RM.
           IF   ES-RB517RM NOT = '00'
                DISPLAY 'ERROR AL ABRIR REMESA RB517RM ' ES-RB517RM
                MOVE     999           TO   RETURN-CODE
                CLOSE    RD477SS RB517CG
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT RB517CT.
           IF   ES-RB517CT NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB517CT ' ES-RB517CT
                MOVE     999           TO   RETURN-CODE
                CLOSE    RD477SS RB517CG RB517RM
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

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

       101-LEER-PARM517SS.

           OPEN INPUT PARM517SS.
           IF   ES-PARM517SS = '97'
                MOVE '00'  TO ES-PARM517SS.
           IF   ES-PARM517SS = '00'
                PERFORM 1011-LEER-TARJETA THRU 1011-FIN
                        UNTIL ES-PARM517SS NOT = '00'
                CLOSE PARM517SS
           END-IF.

       101-FIN.
           EXIT.

       1011-LEER-TARJETA.

           READ PARM517SS.
           IF ES-PARM517SS = '00'
              IF REG-PARM517SS = SPACES OR REG-PARM517SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1012-PROCESAR-TARJETA THRU 1012-FIN
              END-IF
           END-IF.

       1011-FIN.
           EXIT.

       1012-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM517SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM517SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM517SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM517SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'PERIODO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 6
                      OR WK-PARM-VALOR(5:2) < '01'
                      OR WK-PARM-VALOR(5:2) > '12'
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-PERIODO
               WHEN 'DIAS-RETRACTO'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO > 60
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-RETRACTO
               WHEN 'PCT-COMISION'
                   PERFORM 1013-CONVERTIR-NUMERO THRU 1013-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO > 99
                      PERFORM 1015-VALOR-INVALIDO THRU 1015-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-PCT-COMISION
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM517SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1012-FIN.
           EXIT.

       1013-CONVERTIR-NUMERO.

           MOVE 0 TO WK-PARM-NUMERO.
           MOVE 0 TO WK-PARM-LARGO.
           MOVE 1 TO WK-SW-VALOR-VALIDO.
           MOVE 0 TO WK-SW-FIN-VALOR.
           MOVE 0 TO WK-IX-PARM.
           PERFORM 1014-CONVERTIR-DIGITO THRU 1014-FIN
                   UNTIL WK-IX-PARM >= 50 OR
                         WK-SW-VALOR-VALIDO = 0 OR
                         WK-SW-FIN-VALOR = 1.
           IF WK-PARM-LARGO = 0 OR WK-PARM-LARGO > 10
              MOVE 0 TO WK-SW-VALOR-VALIDO.

       1013-FIN.
           EXIT.

       1014-CONVERTIR-DIGITO.

           ADD 1 TO WK-IX-PARM.
           IF WK-PARM-VAL-CH(WK-IX-PARM) = SPACE
              MOVE 1 TO WK-SW-FIN-VALOR
           ELSE
              IF WK-PARM-VAL-CH(WK-IX-PARM) NUMERIC
                 MOVE WK-PARM-VAL-CH(WK-IX-PARM) TO WK-PARM-DIGITO
                 COMPUTE WK-PARM-NUMERO =
                         (WK-PARM-NUMERO * 10) + WK-PARM-DIGITO
                 ADD 1 TO WK-PARM-LARGO
              ELSE
                 MOVE 0 TO WK-SW-VALOR-VALIDO
              END-IF
           END-IF.

       1014-FIN.
           EXIT.

       1015-VALOR-INVALIDO.

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM517SS: '
                    REG-PARM517SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TABLA DE PRIMAS. SIN TABLA NO SE PUEDE FACTURAR                *
      *----------------------------------------------------------------*
       105-CARGAR-RB517PR.

           MOVE 0  TO WK-CANT-PRIMAS.
           MOVE 0  TO WK-IX-PRIMA-DEFAULT.
           OPEN INPUT RB517PR.
           IF   ES-RB517PR = '97'
                MOVE '00'  TO ES-RB517PR.
           IF   ES-RB517PR NOT = '00'
                DISPLAY 'ERROR AL ABRIR TABLA DE PRIMAS RB517PR '
                         ES-RB517PR
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1050-LEER-RB517PR THRU 1050-FIN
                   UNTIL ES-RB517PR NOT = '00'.
           CLOSE RB517PR.

           IF WK-CANT-PRIMAS = 0
              DISPLAY 'TABLA DE PRIMAS RB517PR VACIA'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.
           DISPLAY 'PRIMAS CARGADAS : ' WK-CANT-PRIMAS.

       105-FIN.
           EXIT.

       1050-LEER-RB517PR.

           READ RB517PR.
           IF ES-RB517PR = '00'
              IF RB517PR-MONTO-PRIMA NOT NUMERIC
                 DISPLAY 'PRIMA NO NUMERICA EN RB517PR: '
                          RB517PR-TIP-TC
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              IF WK-CANT-PRIMAS >= 100
                 DISPLAY 'TABLA DE PRIMAS LLENA'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-PRIMAS
              MOVE RB517PR-TIP-TC      TO TB-PR-TIP-TC(WK-CANT-PRIMAS)
              MOVE RB517PR-MONTO-PRIMA TO TB-PR-MONTO(WK-CANT-PRIMAS)
              IF RB517PR-TIP-TC = SPACES
                 MOVE WK-CANT-PRIMAS TO WK-IX-PRIMA-DEFAULT
              END-IF
           END-IF.

       1050-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RECORRIDO DEL MAESTRO DE INSCRIPCIONES. EL ENCABEZADO DE LA    *
      * REMESA VA ANTES DEL PRIMER DETALLE                             *
      *----------------------------------------------------------------*
       200-FACTURAR-PRIMAS.

           MOVE SPACES             TO REG-RB517RM.
           MOVE 'E'                TO RB517RM-TIPO-REG.
           MOVE WK-PERIODO         TO RB517RM-ENC-PERIODO.
           MOVE WK-FECHA-SISTEMA   TO RB517RM-ENC-FECHA-PROCESO.
           PERFORM 290-GRABAR-REMESA THRU 290-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-RD477SS THRU 2000-FIN
                   UNTIL SW-FIN = 1.

       200-FIN.
           EXIT.

       2000-LEER-RD477SS.

           READ RD477SS NEXT RECORD

           IF ES-RD477SS = '00'
              ADD 1 TO WK-LEIDOS-477
              PERFORM 210-PROCESAR-INSCRIPCION THRU 210-FIN
           ELSE
            IF ES-RD477SS = '10'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER MAESTRO RD477SS ' ES-RD477SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UNA INSCRIPCION: SE DESCARTAN LAS QUE AUN NO EMPIEZAN Y LAS    *
      * DADAS DE BAJA ANTES DEL PERIODO; UNA BAJA EN EL PERIODO DENTRO *
      * DE LOS DIAS DE RETRACTO NO COBRA Y DEVUELVE LO YA COBRADO; LAS *
      * DEMAS COBRAN LOS DIAS CUBIERTOS DEL PERIODO                    *
      *----------------------------------------------------------------*
       210-PROCESAR-INSCRIPCION.

           IF RD477-FECHA-ALTA NOT NUMERIC OR
              RD477-FECHA-ALTA = 0 OR
              (NOT RD477-ACTIVA AND NOT RD477-CANCELADA) OR
              (RD477-CANCELADA AND
               (RD477-FECHA-BAJA NOT NUMERIC OR RD477-FECHA-BAJA = 0))
              DISPLAY 'INSCRIPCION INVALIDA EN RD477SS: ' RD477-LLAVE
                      ' ' RD477-ESTADO ' ' RD477-FECHA-ALTA
                      ' ' RD477-FECHA-BAJA
              ADD 1 TO WK-INVALIDOS
              GO TO 210-FIN
           END-IF.

           MOVE RD477-FECHA-ALTA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-ALTA.
           IF WK-JDN-ALTA > WK-JDN-PER-FIN
              GO TO 210-FIN
           END-IF.

           MOVE 0 TO WK-JDN-BAJA.
           IF RD477-CANCELADA
              MOVE RD477-FECHA-BAJA TO WK-FECHA-JDN
              PERFORM 800-CALCULAR-JDN THRU 800-FIN
              MOVE WK-JDN TO WK-JDN-BAJA
              IF WK-JDN-BAJA < WK-JDN-PER-INI
                 GO TO 210-FIN
              END-IF
           END-IF.

           COMPUTE WK-IX-OFI = RD477-NUM-OFI + 1.

           IF WK-JDN-ALTA >= WK-JDN-PER-INI
              ADD 1 TO WK-CANT-ALTAS
              ADD 1 TO TB-OF-ALTAS(WK-IX-OFI)
           END-IF.

           MOVE 0 TO WK-SW-RETRACTO.
           IF RD477-CANCELADA AND WK-JDN-BAJA <= WK-JDN-PER-FIN
              ADD 1 TO WK-CANT-BAJAS
              ADD 1 TO TB-OF-BAJAS(WK-IX-OFI)
              IF WK-JDN-BAJA - WK-JDN-ALTA <= WK-DIAS-RETRACTO
                 MOVE 1 TO WK-SW-RETRACTO
                 ADD 1 TO WK-CANT-RETRACTOS
                 ADD 1 TO TB-OF-RETRACTOS(WK-IX-OFI)
              END-IF
           END-IF.

           PERFORM 840-BUSCAR-PRIMA THRU 840-FIN.
           IF WK-SW-PRIMA-HALLADA = 0
              DISPLAY 'SIN PRIMA PARA EL TIPO DE TARJETA, NO SE COBRA: '
                      RD477-LLAVE ' ' RD477-TIP-TC
              ADD 1 TO WK-SIN-PRIMA
              GO TO 210-FIN
           END-IF.

           IF WK-SW-RETRACTO = 1
              PERFORM 230-DEVOLVER-RETRACTO THRU 230-FIN
           ELSE
              PERFORM 220-COBRAR-PERIODO THRU 220-FIN
           END-IF.

       210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * COBRO DEL PERIODO: DESDE EL ALTA (O EL PRIMERO DEL MES) HASTA  *
      * EL DIA ANTERIOR A LA BAJA (O EL ULTIMO DEL MES)                *
      *----------------------------------------------------------------*
       220-COBRAR-PERIODO.

           IF WK-JDN-ALTA > WK-JDN-PER-INI
              MOVE WK-JDN-ALTA    TO WK-JDN-DESDE
           ELSE
              MOVE WK-JDN-PER-INI TO WK-JDN-DESDE
           END-IF.

           IF RD477-CANCELADA AND WK-JDN-BAJA <= WK-JDN-PER-FIN
              COMPUTE WK-JDN-HASTA = WK-JDN-BAJA - 1
           ELSE
              MOVE WK-JDN-PER-FIN TO WK-JDN-HASTA
           END-IF.

           IF WK-JDN-HASTA < WK-JDN-DESDE
              GO TO 220-FIN
           END-IF.

           MOVE WK-DIAS-PER TO WK-DIAS-MES.
           PERFORM 830-PRORRATEAR THRU 830-FIN.
           IF WK-MONTO-CALC = 0
              GO TO 220-FIN
           END-IF.

           MOVE 'C'           TO RB517CG-TIPO-MOV.
           MOVE WK-DIAS-COBRO TO RB517CG-DIAS.
           MOVE WK-MONTO-CALC TO RB517CG-MONTO.
           MOVE WK-JDN-DESDE  TO WK-JDN.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN  TO RB517CG-FECHA-DESDE.
           MOVE WK-JDN-HASTA  TO WK-JDN.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN  TO RB517CG-FECHA-HASTA.
           PERFORM 280-GRABAR-MOVIMIENTO THRU 280-FIN.

           ADD 1             TO WK-CANT-CARGOS.
           ADD WK-MONTO-CALC TO WK-TOT-PRIMAS.
           ADD 1             TO TB-OF-CARGOS(WK-IX-OFI).
           ADD WK-MONTO-CALC TO TB-OF-PRIMAS(WK-IX-OFI).

       220-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RETRACTO: EL PERIODO NO SE COBRA Y SE DEVUELVE LO COBRADO EN   *
      * CADA MES ANTERIOR AL PERIODO DESDE LA FECHA DE ALTA, CON EL    *
      * MISMO PRORRATEO CON QUE SE COBRO                               *
      *----------------------------------------------------------------*
       230-DEVOLVER-RETRACTO.

           IF WK-JDN-ALTA >= WK-JDN-PER-INI
              GO TO 230-FIN
           END-IF.

           MOVE 0 TO WK-MONTO-DEVOL.
           MOVE 0 TO WK-DIAS-DEVOL.
           MOVE RD477-FECHA-ALTA(1:6) TO WK-MES-CALC.
           PERFORM 2300-DEVOLVER-MES THRU 2300-FIN
                   UNTIL WK-MES-CALC >= WK-PERIODO.

           IF WK-MONTO-DEVOL = 0
              GO TO 230-FIN
           END-IF.

           MOVE 'D'            TO RB517CG-TIPO-MOV.
           MOVE WK-DIAS-DEVOL  TO RB517CG-DIAS.
           MOVE WK-MONTO-DEVOL TO RB517CG-MONTO.
           MOVE RD477-FECHA-ALTA TO RB517CG-FECHA-DESDE.
           COMPUTE WK-JDN = WK-JDN-PER-INI - 1.
           PERFORM 810-CALCULAR-FECHA THRU 810-FIN.
           MOVE WK-FECHA-JDN   TO RB517CG-FECHA-HASTA.
           PERFORM 280-GRABAR-MOVIMIENTO THRU 280-FIN.

           ADD 1              TO WK-CANT-DEVOL.
           ADD WK-MONTO-DEVOL TO WK-TOT-DEVOLUCIONES.
           ADD WK-MONTO-DEVOL TO TB-OF-DEVOLUCIONES(WK-IX-OFI).

       230-FIN.
           EXIT.

       2300-DEVOLVER-MES.

           PERFORM 820-LIMITES-MES THRU 820-FIN.
           IF WK-JDN-ALTA > WK-JDN-MES-INI
              MOVE WK-JDN-ALTA    TO WK-JDN-DESDE
           ELSE
              MOVE WK-JDN-MES-INI TO WK-JDN-DESDE
           END-IF.
           MOVE WK-JDN-MES-FIN TO WK-JDN-HASTA.
           PERFORM 830-PRORRATEAR THRU 830-FIN.
           ADD WK-MONTO-CALC TO WK-MONTO-DEVOL.
           ADD WK-DIAS-COBRO TO WK-DIAS-DEVOL.

           IF WK-MC-MES = 12
              ADD 1 TO WK-MC-ANIO
              MOVE 1 TO WK-MC-MES
           ELSE
              ADD 1 TO WK-MC-MES
           END-IF.

       2300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN MOVIMIENTO VA AL ARCHIVO DE CARGOS A TARJETA Y, CON LOS     *
      * MISMOS IMPORTES, COMO DETALLE DE LA REMESA A LA ASEGURADORA    *
      *----------------------------------------------------------------*
       280-GRABAR-MOVIMIENTO.

           MOVE RD477-NUM-TC     TO RB517CG-NUM-TC.
           MOVE RD477-TIP-IDE    TO RB517CG-TIP-IDE.
           MOVE RD477-NUM-IDE    TO RB517CG-NUM-IDE.
           MOVE WK-PERIODO       TO RB517CG-PERIODO.
           MOVE RD477-NUM-OFI    TO RB517CG-NUM-OFI.
           MOVE WK-FECHA-SISTEMA TO RB517CG-FECHA-PROCESO.
           WRITE REG-RB517CG.
           IF ES-RB517CG NOT = '00'
              DISPLAY 'ERROR AL GRABAR CARGOS RB517CG ' ES-RB517CG
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.

           MOVE SPACES           TO REG-RB517RM.
           MOVE 'D'              TO RB517RM-TIPO-REG.
           MOVE RD477-TIP-IDE    TO RB517RM-TIP-IDE.
           MOVE RD477-NUM-IDE    TO RB517RM-NUM-IDE.
           MOVE RD477-NUM-TC     TO RB517RM-NUM-TC.
           MOVE RD477-TIP-TC     TO RB517RM-TIP-TC.
           MOVE RD477-FECHA-ALTA TO RB517RM-FECHA-ALTA.
           IF RD477-CANCELADA
              MOVE RD477-FECHA-BAJA TO RB517RM-FECHA-BAJA
           ELSE
              MOVE 0                TO RB517RM-FECHA-BAJA
           END-IF.
           MOVE RB517CG-TIPO-MOV TO RB517RM-TIPO-MOV.
           MOVE RB517CG-DIAS     TO RB517RM-DIAS.
           MOVE RB517CG-MONTO    TO RB517RM-MONTO.
           PERFORM 290-GRABAR-REMESA THRU 290-FIN.

       280-FIN.
           EXIT.

       290-GRABAR-REMESA.

           WRITE REG-RB517RM.
           IF ES-RB517RM NOT = '00'
              DISPLAY 'ERROR AL GRABAR REMESA RB517RM ' ES-RB517RM
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           ADD 1 TO WK-REG-REMESA.

       290-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TOTAL DE LA REMESA: PRIMAS MENOS DEVOLUCIONES, MENOS LA        *
      * COMISION DEL BANCO, ES LO QUE SE LE PAGA A LA ASEGURADORA      *
      *----------------------------------------------------------------*
       300-CERRAR-REMESA.

           COMPUTE WK-TOT-NETO = WK-TOT-PRIMAS - WK-TOT-DEVOLUCIONES.
           COMPUTE WK-TOT-COMISION ROUNDED =
                   WK-TOT-NETO * WK-PCT-COMISION / 100.
           COMPUTE WK-TOT-REMITIR = WK-TOT-NETO - WK-TOT-COMISION.

           MOVE SPACES              TO REG-RB517RM.
           MOVE 'T'                 TO RB517RM-TIPO-REG.
           MOVE WK-CANT-CARGOS      TO RB517RM-TOT-CANT-CARGOS.
           MOVE WK-TOT-PRIMAS       TO RB517RM-TOT-PRIMAS.
           MOVE WK-CANT-DEVOL       TO RB517RM-TOT-CANT-DEVOL.
           MOVE WK-TOT-DEVOLUCIONES TO RB517RM-TOT-DEVOLUCIONES.
           MOVE WK-TOT-NETO         TO RB517RM-TOT-NETO.
           MOVE WK-PCT-COMISION     TO RB517RM-TOT-PCT-COMISION.
           MOVE WK-TOT-COMISION     TO RB517RM-TOT-COMISION.
           MOVE WK-TOT-REMITIR      TO RB517RM-TOT-REMITIR.
           PERFORM 290-GRABAR-REMESA THRU 290-FIN.

       300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CONTROL POR OFICINA: UNA LINEA POR OFICINA CON MOVIMIENTO, EL  *
      * TOTAL GENERAL Y EL CIERRE CON LA COMISION Y EL NETO A REMITIR, *
      * QUE DEBEN CUADRAR CON EL TOTAL DE LA REMESA                    *
      *----------------------------------------------------------------*
       400-LISTAR-CONTROL.

           MOVE WK-PERIODO        TO WK-LTI-PERIODO.
           MOVE WK-FECHA-SISTEMA  TO WK-LTI-FECHA.
           MOVE WK-LINEA-TITULO   TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES            TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-OFI.
           PERFORM 4000-LISTAR-OFICINA THRU 4000-FIN
                   UNTIL WK-IX-OFI >= 1000.

           IF WK-OFICINAS = 0
              MOVE '  SIN MOVIMIENTO EN EL PERIODO' TO REG-RB517CT
              PERFORM 490-GRABAR-LINEA THRU 490-FIN
           END-IF.

           MOVE SPACES              TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-DETALLE.
           MOVE 'TOTAL'             TO WK-LDE-OFI.
           MOVE WK-CANT-CARGOS      TO WK-LDE-CARGOS.
           MOVE WK-CANT-ALTAS       TO WK-LDE-ALTAS.
           MOVE WK-CANT-BAJAS       TO WK-LDE-BAJAS.
           MOVE WK-CANT-RETRACTOS   TO WK-LDE-RETRACTOS.
           MOVE WK-TOT-PRIMAS       TO WK-LDE-PRIMAS.
           MOVE WK-TOT-DEVOLUCIONES TO WK-LDE-DEVOLUCIONES.
           MOVE WK-TOT-NETO         TO WK-LDE-NETO.
           MOVE WK-LINEA-DETALLE    TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES              TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-CIERRE.
           MOVE 'COMISION DEL BANCO' TO WK-LCI-TEXTO.
           MOVE WK-TOT-COMISION     TO WK-LCI-MONTO.
           MOVE WK-LINEA-CIERRE     TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-CIERRE.
           MOVE 'NETO A REMITIR A LA ASEGURADORA' TO WK-LCI-TEXTO.
           MOVE WK-TOT-REMITIR      TO WK-LCI-MONTO.
           MOVE WK-LINEA-CIERRE     TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       400-FIN.
           EXIT.

       4000-LISTAR-OFICINA.

           ADD 1 TO WK-IX-OFI.
           IF TB-OF-CARGOS(WK-IX-OFI)    = 0 AND
              TB-OF-ALTAS(WK-IX-OFI)     = 0 AND
              TB-OF-BAJAS(WK-IX-OFI)     = 0 AND
              TB-OF-DEVOLUCIONES(WK-IX-OFI) = 0
              GO TO 4000-FIN
           END-IF.
           ADD 1 TO WK-OFICINAS.

           MOVE SPACES                       TO WK-LINEA-DETALLE.
           COMPUTE WK-OFI-EDIT = WK-IX-OFI - 1.
           MOVE WK-OFI-EDIT                  TO WK-LDE-OFI.
           MOVE TB-OF-CARGOS(WK-IX-OFI)      TO WK-LDE-CARGOS.
           MOVE TB-OF-ALTAS(WK-IX-OFI)       TO WK-LDE-ALTAS.
           MOVE TB-OF-BAJAS(WK-IX-OFI)       TO WK-LDE-BAJAS.
           MOVE TB-OF-RETRACTOS(WK-IX-OFI)   TO WK-LDE-RETRACTOS.
           MOVE TB-OF-PRIMAS(WK-IX-OFI)      TO WK-LDE-PRIMAS.
           MOVE TB-OF-DEVOLUCIONES(WK-IX-OFI) TO WK-LDE-DEVOLUCIONES.
           COMPUTE WK-NETO-OFI = TB-OF-PRIMAS(WK-IX-OFI)
                               - TB-OF-DEVOLUCIONES(WK-IX-OFI).
           MOVE WK-NETO-OFI                  TO WK-LDE-NETO.
           MOVE WK-LINEA-DETALLE             TO REG-RB517CT.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       4000-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB517CT.
           IF ES-RB517CT NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB517CT ' ES-RB517CT
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
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

      *----------------------------------------------------------------*
      * CAMINO INVERSO: DE WK-JDN A WK-FECHA-JDN (AAAAMMDD), CON LA    *
      * MISMA ARITMETICA ENTERA                                        *
      *----------------------------------------------------------------*
       810-CALCULAR-FECHA.

           COMPUTE WK-JI-A = WK-JDN + 32044.
           COMPUTE WK-JI-B = ((4 * WK-JI-A) + 3) / 146097.
           COMPUTE WK-JI-TMP = (146097 * WK-JI-B) / 4.
           COMPUTE WK-JI-C = WK-JI-A - WK-JI-TMP.
           COMPUTE WK-JI-D = ((4 * WK-JI-C) + 3) / 1461.
           COMPUTE WK-JI-TMP = (1461 * WK-JI-D) / 4.
           COMPUTE WK-JI-E = WK-JI-C - WK-JI-TMP.
           COMPUTE WK-JI-M = ((5 * WK-JI-E) + 2) / 153.
           COMPUTE WK-JI-TMP = ((153 * WK-JI-M) + 2) / 5.
           COMPUTE WK-JD-DIA = WK-JI-E - WK-JI-TMP + 1.
           DIVIDE WK-JI-M BY 10 GIVING WK-JI-K.
           COMPUTE WK-JD-MES = WK-JI-M + 3 - (12 * WK-JI-K).
           COMPUTE WK-JD-ANIO = (100 * WK-JI-B) + WK-JI-D - 4800
                              + WK-JI-K.

       810-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRIMER Y ULTIMO DIA JULIANO Y CANTIDAD DE DIAS DEL MES         *
      * WK-MES-CALC (AAAAMM)                                           *
      *----------------------------------------------------------------*
       820-LIMITES-MES.

           MOVE WK-MC-ANIO TO WK-JD-ANIO.
           MOVE WK-MC-MES  TO WK-JD-MES.
           MOVE 1          TO WK-JD-DIA.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN     TO WK-JDN-MES-INI.

           IF WK-MC-MES = 12
              COMPUTE WK-JD-ANIO = WK-MC-ANIO + 1
              MOVE 1 TO WK-JD-MES
           ELSE
              MOVE WK-MC-ANIO TO WK-JD-ANIO
              COMPUTE WK-JD-MES = WK-MC-MES + 1
           END-IF.
           MOVE 1          TO WK-JD-DIA.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           COMPUTE WK-JDN-MES-FIN = WK-JDN - 1.
           COMPUTE WK-DIAS-MES = WK-JDN-MES-FIN - WK-JDN-MES-INI + 1.

       820-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRORRATEO: DIAS CUBIERTOS ENTRE WK-JDN-DESDE Y WK-JDN-HASTA    *
      * SOBRE LOS DIAS DEL MES. EL MES COMPLETO COBRA LA PRIMA ENTERA  *
      *----------------------------------------------------------------*
       830-PRORRATEAR.

           COMPUTE WK-DIAS-COBRO = WK-JDN-HASTA - WK-JDN-DESDE + 1.
           IF WK-DIAS-COBRO >= WK-DIAS-MES
              MOVE WK-PRIMA-ACT TO WK-MONTO-CALC
           ELSE
              COMPUTE WK-MONTO-CALC ROUNDED =
                      WK-PRIMA-ACT * WK-DIAS-COBRO / WK-DIAS-MES
           END-IF.

       830-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * PRIMA DEL TIPO DE TARJETA; SI EL TIPO NO ESTA EN LA TABLA SE   *
      * USA LA PRIMA GENERAL (TIPO EN ESPACIOS) SI LA HAY              *
      *----------------------------------------------------------------*
       840-BUSCAR-PRIMA.

           MOVE 0 TO WK-PRIMA-ACT.
           MOVE 0 TO WK-IX-PRIMA.
           MOVE 0 TO WK-SW-PRIMA-HALLADA.
           PERFORM 8400-PROBAR-PRIMA THRU 8400-FIN
                   UNTIL WK-IX-PRIMA >= WK-CANT-PRIMAS OR
                         WK-SW-PRIMA-HALLADA = 1.

           IF WK-SW-PRIMA-HALLADA = 0 AND WK-IX-PRIMA-DEFAULT > 0
              MOVE TB-PR-MONTO(WK-IX-PRIMA-DEFAULT) TO WK-PRIMA-ACT
              MOVE 1 TO WK-SW-PRIMA-HALLADA
           END-IF.

       840-FIN.
           EXIT.

       8400-PROBAR-PRIMA.

           ADD 1 TO WK-IX-PRIMA.
           IF TB-PR-TIP-TC(WK-IX-PRIMA) = RD477-TIP-TC AND
              RD477-TIP-TC NOT = SPACES
              MOVE TB-PR-MONTO(WK-IX-PRIMA) TO WK-PRIMA-ACT
              MOVE 1 TO WK-SW-PRIMA-HALLADA.

       8400-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD517 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-INVALIDOS > 0 OR WK-SIN-PRIMA > 0) AND
              RETURN-CODE = 0
              DISPLAY 'HAY INSCRIPCIONES INVALIDAS O SIN PRIMA EN LA '
                      'TABLA. SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD517 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'INSCRIPCIONES LEIDAS       : ' WK-LEIDOS-477
              DISPLAY 'INSCRIPCIONES INVALIDAS    : ' WK-INVALIDOS
              DISPLAY 'SIN PRIMA EN TABLA         : ' WK-SIN-PRIMA
              DISPLAY 'ALTAS DEL PERIODO          : ' WK-CANT-ALTAS
              DISPLAY 'BAJAS DEL PERIODO          : ' WK-CANT-BAJAS
              DISPLAY 'BAJAS EN RETRACTO          : ' WK-CANT-RETRACTOS
              DISPLAY 'CARGOS DE PRIMA            : ' WK-CANT-CARGOS
              DISPLAY 'MONTO PRIMAS               : ' WK-TOT-PRIMAS
              DISPLAY 'DEVOLUCIONES               : ' WK-CANT-DEVOL
              DISPLAY 'MONTO DEVOLUCIONES         : '
                       WK-TOT-DEVOLUCIONES
              DISPLAY 'REGISTROS DE REMESA        : ' WK-REG-REMESA
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RD477SS.
           CLOSE RB517CG.
           CLOSE RB517RM.
           CLOSE RB517CT.
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

           MOVE 'RBD517  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 6                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'INSCRIPCIONES'      TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-477        TO RBLEDG-CONT-VALOR(1).
           MOVE 'CARGOS'             TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-CANT-CARGOS       TO RBLEDG-CONT-VALOR(2).
           MOVE 'DEVOLUCIONES'       TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-CANT-DEVOL        TO RBLEDG-CONT-VALOR(3).
           MOVE 'RETRACTOS'          TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-CANT-RETRACTOS    TO RBLEDG-CONT-VALOR(4).
           MOVE 'SIN-PRIMA'          TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-SIN-PRIMA         TO RBLEDG-CONT-VALOR(5).
           MOVE 'INVALIDAS'          TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-INVALIDOS         TO RBLEDG-CONT-VALOR(6).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
