      ******************************************************************
      * CardDemo - Manual Card Status Change Record
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
      * One record per status change keyed by the fraud or
      * collections desk, applied by CBCST01 after the night's
      * automatic feeds so the desk always has the last word.  The
      * new status must be a valid CRDSTS01 status, and the reason
      * code and operator are required.  A zero effective date takes
      * the processing date; a date after it is rejected.
      *
       01  CST-CHANGE-RECORD.
           05  CSC-CARD-NUM                     PIC X(16).
           05  CSC-NEW-STATUS                   PIC X(01).
           05  CSC-REASON-CD                    PIC X(04).
           05  CSC-EFF-DATE                     PIC 9(08).
           05  CSC-OPERATOR                     PIC X(08).
           05  FILLER                           PIC X(43).
