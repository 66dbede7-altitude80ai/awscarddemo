      ******************************************************************
      * CardDemo - Authorization Negative File Record
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
      * One record per card the authorization system must decline,
      * built by CBCST01 off the CRDSTS01 card status master.  The
      * full file carries every blocked card as an add and replaces
      * the authorization system's list outright; the incremental
      * file carries only tonight's changes -- an add for a card
      * newly blocked or blocked for a new reason, a delete for a
      * card released back to active.
      *
       01  NEG-FILE-RECORD.
           05  NEG-CARD-NUM                     PIC X(16).
           05  NEG-ACTION                       PIC X(01).
               88  NEG-IS-ADD                   VALUE 'A'.
               88  NEG-IS-DELETE                VALUE 'D'.
           05  NEG-STATUS                       PIC X(01).
           05  NEG-REASON-CD                    PIC X(04).
           05  NEG-EFF-DATE                     PIC 9(08).
           05  FILLER                           PIC X(20).
