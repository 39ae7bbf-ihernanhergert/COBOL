002030*     SIDES HAVE ONE AND FALLS BACK TO THE NAME OTHERWISE,
002040*     SO TWO PRE-ID PEOPLE NO LONGER PAIR ON 0 = 0 AND A
002050*     NUMBERED ROW STILL FINDS ITS PRE-ID COUNTERPART.
002051*   - PAYHIST AMOUNTS ARE SIGNED NOW; A LINE CANCELLED BY A
002052*     REVERPER REVERSAL AND THE REVERSAL ITSELF ARE LEFT OUT
002053*     OF BOTH PERIODS (ANULHIST TELLS THEM).
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VARIANZA.
003600 01  PH-RECORD.
003700     05 PH-NOMBRE                PIC X(05).
003800     05 PH-SENIORIDAD            PIC X(06).
003900     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
004000     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
004100     05 PH-BONO                  PIC S9(06)V99.
004200     05 PH-PERIODO               PIC 9(06).
004300     05 PH-DEPARTAMENTO          PIC X(10).
004400     05 PH-EXPERIENCIA           PIC 9(02).
004500     05 PH-ID                    PIC 9(05).
004502     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
004504     05 PH-TIPO-LINEA            PIC X(01).
004506     05 PH-PERIODO-REF           PIC 9(06).
004508     05 PH-COMPANIA              PIC X(03).
006500     05  VAR-PORCENTAJE          PIC S9(04)V99.
006600     05  VAR-IMPORTE-ED          PIC -ZZZ,ZZZ,ZZ9.99.
006700     05  VAR-PORCENT-ED          PIC -ZZZ9.99.
006701     05  VAR-ANU-ACCION          PIC X(01) VALUE SPACE.
006702     05  VAR-ANU-RESULTADO       PIC X(01) VALUE SPACE.
006800*
006900 01  VAR-CONTADORES.
007000     05  VAR-CANT-NUEVOS         PIC 9(04) VALUE ZERO.
013400******************************************************************
013500 1000-CARGAR-PERIODO-1.
013600     MOVE 'N' TO VAR-FIN-ARCHIVO.
013601     MOVE 'C' TO VAR-ANU-ACCION.
013602     CALL 'ANULHIST' USING VAR-ANU-ACCION PH-RECORD
013603         VAR-ANU-RESULTADO.
013700     OPEN INPUT PAYHIST-FILE.
013800     IF VAR-STATUS-PAYHIST = '00'
013900         PERFORM 1100-LEER-P1 THRU 1100-LEER-P1-EXIT
015400         AT END
015500             SET VAR-ES-FIN-ARCHIVO TO TRUE
015600         NOT AT END
015601             MOVE 'V' TO VAR-ANU-ACCION
015602             CALL 'ANULHIST' USING VAR-ANU-ACCION PH-RECORD
015603                 VAR-ANU-RESULTADO
015700             IF PH-RECORD(1:1) NOT = '*'
015710                 AND PH-PERIODO = VAR-PERIODO-1
015711                 AND VAR-ANU-RESULTADO = 'N'
015800                 AND VAR-CANT-P1 < 500
015900                 ADD 1 TO VAR-CANT-P1
016000                 SET VAR-X-P1 TO VAR-CANT-P1
018100******************************************************************
018200 2000-COMPARAR-PERIODO-2.
018300     MOVE 'N' TO VAR-FIN-ARCHIVO.
018301     MOVE 'C' TO VAR-ANU-ACCION.
018302     CALL 'ANULHIST' USING VAR-ANU-ACCION PH-RECORD
018303         VAR-ANU-RESULTADO.
018400     OPEN INPUT PAYHIST-FILE.
018500     IF VAR-STATUS-PAYHIST = '00'
018600         PERFORM 2100-LEER-P2 THRU 2100-LEER-P2-EXIT
019800         AT END
019900             SET VAR-ES-FIN-ARCHIVO TO TRUE
020000         NOT AT END
020001             MOVE 'V' TO VAR-ANU-ACCION
020002             CALL 'ANULHIST' USING VAR-ANU-ACCION PH-RECORD
020003                 VAR-ANU-RESULTADO
020100             IF PH-RECORD(1:1) NOT = '*'
020110                 AND PH-PERIODO = VAR-PERIODO-2
020111                 AND VAR-ANU-RESULTADO = 'N'
020200                 COMPUTE VAR-IMPORTE-COMUN =
020300                     PH-SUELDO-ANUAL + PH-BONO
020400                 MOVE PH-DEPARTAMENTO TO VAR-DEPTO-COMUN
