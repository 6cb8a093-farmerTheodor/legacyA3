*> are archived.  AUD-RESTART is 'R' for a checkpoint restart and 'F'
*> for a fresh run; the dataset names are the resolved values primes1
*> actually opened (truncated to standard 44-byte dataset names).
*> AUD-COUNT-READ counts every input record, batch control records
*> included; AUD-COUNT-DATA is the data records alone (each of which
*> is classified prime, not prime or illegal and written once to the
*> output and the extract) and AUD-COUNT-NUMERIC those of them with a
*> numeric value (each of which appears once in the occurrence
*> history).  AUD-PROGRAM is the program that wrote the record:
*> PRIMES1, or PRIMCONS for a consolidated parallel run.
    01  AUDIT-RECORD.
        02 AUD-START-DATE      PICTURE 9(8).
        02 AUD-START-TIME      PICTURE 9(8).
        02 AUD-COUNT-DUPLICATE PICTURE 9(9).
        02 AUD-COUNT-MASTERHIT PICTURE 9(9).
        02 AUD-RETURN-CODE     PICTURE 9(4).
        02 AUD-PROGRAM         PICTURE X(8).
        02 AUD-COUNT-DATA      PICTURE 9(9).
        02 AUD-COUNT-NUMERIC   PICTURE 9(9).
