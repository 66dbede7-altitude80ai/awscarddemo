      ******************************************************************
      * CardDemo - Dispute Case Resolution Record
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
      * One record per dispute case the dispute desk has decided,
      * read by CBDSP01.  The key is the DSPCASE1 case key.  A
      * resolution of C closes the case in the cardholder's favour;
      * A closes it against the cardholder, which reverses any Reg E
      * provisional credit given on the case.  DRS-OPERATOR-ID
      * records who decided it.
      *
       01  DSP-RESOLVE-RECORD.
           05  DRS-KEY.
               10  DRS-CARD-NUM                 PIC X(16).
               10  DRS-TRNX-ID                  PIC X(16).
           05  DRS-RESOLUTION-CD                PIC X(01).
               88  DRS-RESOLUTION-VALID         VALUE 'C' 'A'.
           05  DRS-OPERATOR-ID                  PIC X(08).
           05  FILLER                           PIC X(39).
