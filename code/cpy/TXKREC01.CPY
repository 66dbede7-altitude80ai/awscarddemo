      ******************************************************************
      * CardDemo - 1099-K Information Return Records
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * The 750-byte records of the IRS electronic information
      * return file, laid out for Form 1099-K: one T transmitter
      * record, one A payer record, one B payee record per merchant
      * reported, one C end-of-payer record with the payee count
      * and a control total per amount code, and one F end-of-
      * transmission record.  Every record carries its position in
      * the file in columns 500-507.  Amounts are unsigned, in
      * cents, right-justified and zero-filled.  On the B record,
      * amount 1 is the year's gross and amounts 5 through 16 are
      * January through December (codes 5-9 and A-G); the C record
      * totals follow the same occurrence numbering.
      *
       01  TXK-T-RECORD.
           05  TXT-REC-TYPE                     PIC X(01).
           05  TXT-PAYMENT-YEAR                 PIC 9(04).
           05  TXT-PRIOR-YEAR-IND               PIC X(01).
           05  TXT-TRANSMITTER-TIN              PIC X(09).
           05  TXT-TCC                          PIC X(05).
           05  FILLER                           PIC X(07).
           05  TXT-TEST-FILE-IND                PIC X(01).
           05  TXT-FOREIGN-IND                  PIC X(01).
           05  TXT-TRANSMITTER-NAME             PIC X(40).
           05  TXT-TRANSMITTER-NAME-2           PIC X(40).
           05  TXT-COMPANY-NAME                 PIC X(40).
           05  TXT-COMPANY-NAME-2               PIC X(40).
           05  TXT-COMPANY-ADDR                 PIC X(40).
           05  TXT-COMPANY-CITY                 PIC X(40).
           05  TXT-COMPANY-STATE                PIC X(02).
           05  TXT-COMPANY-ZIP                  PIC X(09).
           05  FILLER                           PIC X(15).
           05  TXT-TOTAL-PAYEES                 PIC 9(08).
           05  TXT-CONTACT-NAME                 PIC X(40).
           05  TXT-CONTACT-PHONE                PIC X(15).
           05  TXT-CONTACT-EMAIL                PIC X(50).
           05  FILLER                           PIC X(91).
           05  TXT-SEQ-NUM                      PIC 9(08).
           05  FILLER                           PIC X(10).
           05  TXT-VENDOR-IND                   PIC X(01).
           05  FILLER                           PIC X(232).
      *
       01  TXK-A-RECORD.
           05  TXA-REC-TYPE                     PIC X(01).
           05  TXA-PAYMENT-YEAR                 PIC 9(04).
           05  TXA-CFSF-IND                     PIC X(01).
           05  FILLER                           PIC X(05).
           05  TXA-PAYER-TIN                    PIC X(09).
           05  TXA-NAME-CONTROL                 PIC X(04).
           05  TXA-LAST-FILING-IND              PIC X(01).
           05  TXA-RETURN-TYPE                  PIC X(02).
           05  TXA-AMOUNT-CODES                 PIC X(18).
           05  FILLER                           PIC X(06).
           05  TXA-FOREIGN-IND                  PIC X(01).
           05  TXA-PAYER-NAME                   PIC X(40).
           05  TXA-PAYER-NAME-2                 PIC X(40).
           05  TXA-TRANSFER-AGENT-IND           PIC X(01).
           05  TXA-PAYER-ADDR                   PIC X(40).
           05  TXA-PAYER-CITY                   PIC X(40).
           05  TXA-PAYER-STATE                  PIC X(02).
           05  TXA-PAYER-ZIP                    PIC X(09).
           05  TXA-PAYER-PHONE                  PIC X(15).
           05  FILLER                           PIC X(260).
           05  TXA-SEQ-NUM                      PIC 9(08).
           05  FILLER                           PIC X(243).
      *
       01  TXK-B-RECORD.
           05  TXB-REC-TYPE                     PIC X(01).
           05  TXB-PAYMENT-YEAR                 PIC 9(04).
           05  TXB-CORRECTED-IND                PIC X(01).
           05  TXB-NAME-CONTROL                 PIC X(04).
           05  TXB-TIN-TYPE                     PIC X(01).
           05  TXB-PAYEE-TIN                    PIC X(09).
           05  TXB-ACCOUNT-NUM                  PIC X(20).
           05  TXB-OFFICE-CD                    PIC X(04).
           05  FILLER                           PIC X(10).
           05  TXB-AMT                          PIC 9(10)V99
                                                OCCURS 18 TIMES.
           05  FILLER                           PIC X(16).
           05  TXB-FOREIGN-IND                  PIC X(01).
           05  TXB-PAYEE-NAME                   PIC X(40).
           05  TXB-PAYEE-NAME-2                 PIC X(40).
           05  TXB-PAYEE-ADDR                   PIC X(40).
           05  FILLER                           PIC X(40).
           05  TXB-PAYEE-CITY                   PIC X(40).
           05  TXB-PAYEE-STATE                  PIC X(02).
           05  TXB-PAYEE-ZIP                    PIC X(09).
           05  FILLER                           PIC X(01).
           05  TXB-SEQ-NUM                      PIC 9(08).
           05  FILLER                           PIC X(36).
           05  TXB-2ND-TIN-NOTICE               PIC X(01).
           05  FILLER                           PIC X(02).
           05  TXB-FILER-TYPE                   PIC X(01).
           05  TXB-PAYMENT-TYPE                 PIC X(01).
           05  TXB-TRANSACTION-COUNT            PIC 9(13).
           05  FILLER                           PIC X(03).
           05  TXB-PSE-NAME-PHONE               PIC X(40).
           05  TXB-MCC                          PIC X(04).
           05  FILLER                           PIC X(54).
           05  TXB-SPECIAL-DATA                 PIC X(60).
           05  TXB-STATE-TAX-WH                 PIC 9(10)V99.
           05  TXB-LOCAL-TAX-WH                 PIC 9(10)V99.
           05  TXB-CFSF-CD                      PIC X(02).
           05  FILLER                           PIC X(02).
      *
       01  TXK-C-RECORD.
           05  TXC-REC-TYPE                     PIC X(01).
           05  TXC-PAYEE-COUNT                  PIC 9(08).
           05  FILLER                           PIC X(06).
           05  TXC-CONTROL-TOTAL                PIC 9(16)V99
                                                OCCURS 18 TIMES.
           05  FILLER                           PIC X(160).
           05  TXC-SEQ-NUM                      PIC 9(08).
           05  FILLER                           PIC X(243).
      *
       01  TXK-F-RECORD.
           05  TXF-REC-TYPE                     PIC X(01).
           05  TXF-A-RECORD-COUNT               PIC 9(08).
           05  TXF-ZEROS                        PIC 9(21).
           05  FILLER                           PIC X(19).
           05  TXF-TOTAL-PAYEES                 PIC 9(08).
           05  FILLER                           PIC X(442).
           05  TXF-SEQ-NUM                      PIC 9(08).
           05  FILLER                           PIC X(243).
