			  RECORDING MODE IS F
			  DATA RECORD IS EXCP-REC.
		  01 EXCP-REC.
			  02 EXCP-STD-NO     PIC 9(05).
			  02 FILLER          PIC X(01) VALUE SPACE.
			  02 EXCP-STD-NAME   PIC X(20).
			  02 FILLER          PIC X(01) VALUE SPACE.
			  02 EXCP-REASON     PIC X(53).
		  FD  CSVFILE
			  DATA RECORD IS CSV-REC.
		  01 CSV-REC             PIC X(100).
			  MOVE 'FILEREAD' TO EXC-PARM-PGM
			  MOVE 'E' TO EXC-PARM-SEVERITY
			  MOVE SPACES TO EXC-PARM-KEY
			  MOVE EXCP-STD-NO TO EXC-PARM-KEY (1:5)
			  MOVE EXCP-REASON TO EXC-PARM-REASON
			  CALL 'EXCPLOG' USING EXC-PARM.
		  WRITE-CSV-RECORD.
