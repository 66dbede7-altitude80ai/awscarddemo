      ******************************************************************
      * CardDemo - Reg E Provisional Credit Record
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
      * One record per Reg E provisional credit, keyed the same way
      * as the DSPCASE1 dispute case it was given against -- card
      * number and the disputed TRNX-ID -- so a case carries one
      * provisional credit at most.  PRV-AMT is the signed amount
      * credited (negative).  The credit stays OPEN while the case
      * is open.  When CBDSP01 closes the case against the
      * cardholder, CBADJ01 posts the credit back as a debit under
      * PRV-REVERSAL-ID and marks it REVERSED; a case closed any
      * other way makes the credit FINAL.  PRV-SETTLE-DATE is the
      * night either happened.
      *
       01  PRV-CREDIT-RECORD.
           05  PRV-KEY.
               10  PRV-CARD-NUM                 PIC X(16).
               10  PRV-CASE-TRNX-ID             PIC X(16).
           05  PRV-ADJ-ID                       PIC X(16).
           05  PRV-AMT                          PIC S9(09)V99.
           05  PRV-CREDIT-DATE                  PIC 9(08).
           05  PRV-STATUS                       PIC X(01).
               88  PRV-IS-OPEN                  VALUE 'O'.
               88  PRV-IS-FINAL                 VALUE 'F'.
               88  PRV-IS-REVERSED              VALUE 'R'.
           05  PRV-SETTLE-DATE                  PIC 9(08).
           05  PRV-REVERSAL-ID                  PIC X(16).
           05  FILLER                           PIC X(20).
