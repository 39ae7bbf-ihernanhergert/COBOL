002100*
002200* MODIFICATION HISTORY:
002300*   - NEW SCHEDULER, OFFERED FROM THE MENUUTIL MENU.
002301*   - EACH EXECUTED STEP NOW CARRIES ITS START AND END TIME ON
002302*     TABLERO, SO MONBATCH CAN TIME THE PROGRAMS THAT DO NOT
002303*     WRITE THEIR OWN RUNLOG EVENTS.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PLANIFICA.
005200     05 TB2-PROGRAMA             PIC X(11).
005300     05 TB2-ESTADO               PIC X(01).
005400     05 TB2-RC                   PIC 9(02).
005401     05 TB2-HORA-INICIO          PIC X(08).
005402     05 TB2-HORA-FIN             PIC X(08).
005500 FD  REPORTE-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS.
008700         10 PLN-PAS-RC-MAXIMO    PIC 9(02).
008800         10 PLN-PAS-ESTADO       PIC X(01).
008900         10 PLN-PAS-RC           PIC 9(02).
008901         10 PLN-PAS-INICIO       PIC X(08).
008902         10 PLN-PAS-FIN          PIC X(08).
009000 01  PLN-PASO-SWAP               PIC X(34).
009100 01  PLN-IDX-ORDEN               PIC 9(02).
009200 01  PLN-IDX-MEJOR               PIC 9(02).
009300 01  PLN-IDX-RESTO               PIC 9(02).
018300                     TO PLN-PAS-RC-MAXIMO(PLN-X-PAS)
018400                 MOVE 'P' TO PLN-PAS-ESTADO(PLN-X-PAS)
018500                 MOVE ZERO TO PLN-PAS-RC(PLN-X-PAS)
018501                 MOVE SPACES TO PLN-PAS-INICIO(PLN-X-PAS)
018502                 MOVE SPACES TO PLN-PAS-FIN(PLN-X-PAS)
018600             END-IF
018700     END-READ.
018800 1100-LEER-PASO-EXIT.
024600     ELSE
024700         DISPLAY 'PLANIFICA: EJECUTANDO '
024800             PLN-PAS-PROGRAMA(PLN-X-PAS)
024801         ACCEPT PLN-PAS-INICIO(PLN-X-PAS) FROM TIME
024900         MOVE ZERO TO RETURN-CODE
025000         CALL PLN-PAS-PROGRAMA(PLN-X-PAS)
025100             ON EXCEPTION
025900             MOVE RETURN-CODE TO PLN-RC-PASO
026000         END-IF
026100         MOVE ZERO TO RETURN-CODE
026101         ACCEPT PLN-PAS-FIN(PLN-X-PAS) FROM TIME
026200         MOVE 'E' TO PLN-PAS-ESTADO(PLN-X-PAS)
026300         MOVE PLN-RC-PASO TO PLN-PAS-RC(PLN-X-PAS)
026400         MOVE PLN-RC-PASO TO PLN-RC-ANTERIOR
029100     MOVE PLN-PAS-PROGRAMA(PLN-X-PAS) TO TB2-PROGRAMA.
029200     MOVE PLN-PAS-ESTADO(PLN-X-PAS) TO TB2-ESTADO.
029300     MOVE PLN-PAS-RC(PLN-X-PAS) TO TB2-RC.
029301     MOVE PLN-PAS-INICIO(PLN-X-PAS) TO TB2-HORA-INICIO.
029302     MOVE PLN-PAS-FIN(PLN-X-PAS) TO TB2-HORA-FIN.
029400     WRITE TB2-RECORD.
029500 3100-GRABAR-PASO-EXIT.
029600     EXIT.
033100             MOVE SPACES TO RPT-LINEA
033200             STRING TB2-FECHA ' ' TB2-SECUENCIA ' '
033300                 TB2-PROGRAMA ' ' TB2-ESTADO ' RC ' TB2-RC
033301                 ' ' TB2-HORA-INICIO ' ' TB2-HORA-FIN
033400                 DELIMITED BY SIZE INTO RPT-LINEA
033500             WRITE RPT-LINEA
033600     END-READ.
