      ******************************************************************
      * CardDemo - ACH Return Item Record
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
      * One record per ACH payment the bank returned unpaid, on the
      * ACHRTN returns feed.  The return is matched back to the
      * payment CBPAY01 posted by card number and the payment
      * reference the remittance carried (PST-PAY-REF); the amount
      * returned must equal the amount posted.  The return reason is
      * the NACHA return code.
      *
       01  ACH-RETURN-RECORD.
           05  ART-CARD-NUM                     PIC X(16).
           05  ART-PAY-REF                      PIC X(16).
           05  ART-RETURN-DATE                  PIC 9(08).
           05  ART-AMT                          PIC S9(09)V99.
           05  ART-RETURN-CD                    PIC X(03).
               88  ART-IS-NSF                   VALUE 'R01'.
               88  ART-IS-ACCOUNT-CLOSED        VALUE 'R02'.
               88  ART-IS-STOP-PAYMENT          VALUE 'R08'.
           05  FILLER                           PIC X(26).
