      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : DESCARGA DEL TARIFARIO EN LINEA RD479SS          *
      * OBJETIVO  : EL TARIFARIO DE INTERCAMBIO SE MANTIENE EN LINEA *
      *           : CON RDK08404 SOBRE LA COPIA VSAM RD479SS. ESTE   *
      *           : PASO LA RECORRE EN ORDEN DE LLAVE (RED + TIPO +  *
      *           : FECHA DESDE) Y GRABA EL PLANO TARIFSS QUE LEE    *
      *           : RBD502, CON LOS PRIMEROS 38 BYTES DE CADA        *
      *           : RENGLON (LOS DATOS DE AUDITORIA QUEDAN SOLO EN   *
      *           : EL VSAM). CORRE ANTES DE LA LIQUIDACION PARA QUE *
      *           : RBD502 TARIFE CON LO QUE SE CARGO EN PANTALLA    *
      * FECHA     : 30 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192196                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192196                                       *
      * FECHA  : 30 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. UN RENGLON CON LLAVE  *
      *          O FECHAS NO NUMERICAS SE RECHAZA Y SE CUENTA (DEJA  *
      *          RETURN-CODE 4). SI NO QUEDA NINGUN RENGLON PARA     *
      *          TARIFSS TERMINA CON RETURN-CODE 12, IGUAL QUE       *
      *          RBD502 NO LIQUIDA CON EL TARIFARIO VACIO            *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192197                                       *
      * FECHA  : 04 DE JULIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: SE RECHAZA TAMBIEN, CON AVISO Y CUENTA (RETURN-CODE *
      *          4), EL RENGLON CUYO SENTIDO NO SEA C, P O BLANCO:   *
      *          RBD502 TERMINA CON RC 999 SI LO ENCUENTRA EN        *
      *          TARIFSS                                             *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD543.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 30 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  RD479SS     ASSIGN TO SYS001-RD479SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RD479-LLAVE
                               FILE STATUS ES-RD479SS.

           SELECT  TARIFSS     ASSIGN TO SYS002-TARIFSS
                               FILE STATUS ES-TARIFSS.

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
      * COPIA VSAM DEL TARIFARIO QUE MANTIENE RDK08404: RENGLON DE     *
      * TARIFSS MAS QUIEN Y CUANDO LO CARGO O CAMBIO                   *
      *----------------------------------------------------------------*
       FD  RD479SS.
       01  REG-RD479SS.
           03 RD479-TARIFSS.
              05 RD479-LLAVE.
                 07 RD479-RED-ADQUIR      PIC X(02).
                 07 RD479-TIP-TRANSAC     PIC X(03).
                 07 RD479-FECHA-DESDE     PIC 9(08).
              05 RD479-FECHA-HASTA        PIC 9(08).
              05 RD479-TASA-PCT           PIC 9(03)V9(04).
              05 RD479-TARIFA-FIJA        PIC 9(07)V9(02).
              05 RD479-SENTIDO            PIC X(01).
           03 RD479-USUARIO               PIC X(13).
           03 RD479-NUM-OFI               PIC 9(03).
           03 RD479-FECHA-ULT-ACT         PIC 9(08).
           03 RD479-HORA-ULT-ACT          PIC 9(06).

      *----------------------------------------------------------------*
      * TARIFARIO DE INTERCAMBIO PARA RBD502: UNA REGLA POR RENGLON    *
      *----------------------------------------------------------------*
       FD  TARIFSS.
       01  REG-TARIFSS.
           03 TARIF-RED-ADQUIR            PIC X(02).
           03 TARIF-TIP-TRANSAC           PIC X(03).
           03 TARIF-FECHA-DESDE           PIC 9(08).
           03 TARIF-FECHA-HASTA           PIC 9(08).
           03 TARIF-TASA-PCT              PIC 9(03)V9(04).
           03 TARIF-TARIFA-FIJA           PIC 9(07)V9(02).
           03 TARIF-SENTIDO               PIC X(01).

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
           03  ES-RD479SS                   PIC   X(02).
           03  ES-TARIFSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-LEIDOS-RD479              PIC   9(10).
           03  WK-GRABADOS-TARIFSS          PIC   9(10).
           03  WK-RECHAZADOS                PIC   9(10).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.
           PERFORM 200-PROCESO     THRU 200-FIN
                   UNTIL SW-FIN = 1.
           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           PERFORM 110-LEER-FECPRSS THRU 110-FIN.

           OPEN INPUT RD479SS.
           IF   ES-RD479SS = '97'
                MOVE '00'  TO ES-RD479SS.
           IF   ES-RD479SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR TARIFARIO EN LINEA RD479SS '
                         ES-RD479SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           OPEN OUTPUT TARIFSS.
           IF   ES-TARIFSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR TARIFARIO TARIFSS ' ES-TARIFSS
                MOVE     999           TO   RETURN-CODE
                CLOSE    RD479SS
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 210-LEER-RD479SS THRU 210-FIN.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002 EN LA BITACORA        *
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
                   DISPLAY 'FECHA DE PROCESO CENTRAL (FECPRSS) : '
                            WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CADA RENGLON VALIDO DE RD479SS PASA A TARIFSS EN EL MISMO      *
      * ORDEN DE LLAVE. LOS DATOS NUMERICOS LOS VALIDA LA PANTALLA;    *
      * AQUI SOLO SE DESCARTA LO QUE HARIA CAER A RBD502, INCLUIDO UN  *
      * SENTIDO QUE NO SEA 'C' (COBRA), 'P' (PAGA) O BLANCO (COBRA)    *
      *----------------------------------------------------------------*
       200-PROCESO.

           IF RD479-FECHA-DESDE NOT NUMERIC OR
              RD479-FECHA-HASTA NOT NUMERIC OR
              RD479-TASA-PCT    NOT NUMERIC OR
              RD479-TARIFA-FIJA NOT NUMERIC OR
              RD479-RED-ADQUIR  = SPACES OR
              (RD479-SENTIDO NOT = 'C' AND
               RD479-SENTIDO NOT = 'P' AND
               RD479-SENTIDO NOT = SPACE)
              DISPLAY 'RENGLON RD479SS RECHAZADO : ' RD479-LLAVE
                      ' SENTIDO : ' RD479-SENTIDO
              ADD 1 TO WK-RECHAZADOS
           ELSE
              PERFORM 220-GRABAR-TARIFSS THRU 220-FIN
           END-IF.

           PERFORM 210-LEER-RD479SS THRU 210-FIN.

       200-FIN.
           EXIT.

       210-LEER-RD479SS.

           READ RD479SS NEXT RECORD.
           IF   ES-RD479SS = '10'
                MOVE 1 TO SW-FIN
                GO TO 210-FIN.
           IF   ES-RD479SS NOT = '00'
                DISPLAY 'ERROR AL LEER TARIFARIO RD479SS ' ES-RD479SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.
           ADD 1 TO WK-LEIDOS-RD479.

       210-FIN.
           EXIT.

       220-GRABAR-TARIFSS.

           MOVE RD479-TARIFSS TO REG-TARIFSS.
           WRITE REG-TARIFSS.
           IF   ES-TARIFSS NOT = '00'
                DISPLAY 'ERROR AL GRABAR TARIFARIO TARIFSS '
                         ES-TARIFSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.
           ADD 1 TO WK-GRABADOS-TARIFSS.

       220-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

           DISPLAY '--------------------------------------'
           DISPLAY '     PROG. RBD543 TERMINO CON ERROR   '
           DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF WK-GRABADOS-TARIFSS = 0 AND RETURN-CODE = 0
              DISPLAY 'TARIFARIO RD479SS SIN RENGLONES VALIDOS, NO SE '
                      'LIQUIDA CON TARIFSS VACIO. RETURN-CODE 12'
              MOVE 12 TO RETURN-CODE
           END-IF.

           IF WK-RECHAZADOS > 0 AND RETURN-CODE = 0
              DISPLAY 'HAY RENGLONES RECHAZADOS DE RD479SS, SE '
                      'DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '--------------------------------------'
           DISPLAY '     PROG. RBD543 TERMINO             '
           DISPLAY '--------------------------------------'
           DISPLAY 'LEIDOS DE RD479SS          : ' WK-LEIDOS-RD479
           DISPLAY 'GRABADOS EN TARIFSS        : ' WK-GRABADOS-TARIFSS
           DISPLAY 'RECHAZADOS                 : ' WK-RECHAZADOS
           DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RD479SS.
           CLOSE TARIFSS.
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

           MOVE 'RBD543  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 3                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS-RD479SS'     TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS-RD479      TO RBLEDG-CONT-VALOR(1).
           MOVE 'GRABADOS-TARIFSS'   TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-GRABADOS-TARIFSS  TO RBLEDG-CONT-VALOR(2).
           MOVE 'RECHAZADOS'         TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-RECHAZADOS        TO RBLEDG-CONT-VALOR(3).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
